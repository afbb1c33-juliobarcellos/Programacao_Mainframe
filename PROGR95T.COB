       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR95T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * INDICE DE PESSOAS POR CPF (PASSO   *
      * DA CADEIA PROGR63T): RECRIA O      *
      * CADPESSOA COM UMA ENTRADA POR      *
      * PAPEL DA PESSOA NOS CADASTROS      *
      * (PACIENTE, ALUNO, RESPONSAVEL,     *
      * FUNCIONARIO, AMIGO) E LISTA EM     *
      * DIVPESSOA.DAT OS CPF COM NOME,     *
      * NASCIMENTO OU ENDERECO DIVERGENTES *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPESSOA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PS-CHAVE
                    FILE STATUS  IS ST-ERRO-PES.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CPF
                    FILE STATUS  IS ST-ERRO-PAC
                    ALTERNATE RECORD IS PA-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RA
                    FILE STATUS  IS ST-ERRO-ALU
                    ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FU-NUMREG
                    FILE STATUS  IS ST-ERRO-FUN
                    ALTERNATE RECORD KEY IS FU-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADPACFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CPF
                    FILE STATUS  IS ST-ERRO-PF
                    ALTERNATE RECORD KEY IS PF-NUMREG
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT ARQAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AM-APELIDO
                    FILE STATUS  IS ST-ERRO-AMG
                    ALTERNATE RECORD IS AM-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCPFLIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LG-CHAVE
                    FILE STATUS  IS ST-ERRO-LIG
                    ALTERNATE RECORD KEY IS LG-CPF WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT RELDIV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    UMA ENTRADA POR CPF E PAPEL: P = PACIENTE, A = ALUNO,
      *    R = RESPONSAVEL DE ALUNO, F = FUNCIONARIO, M = AMIGO.
      *    PS-REF APONTA O REGISTRO NO CADASTRO DE ORIGEM (RA,
      *    NUMREG OU APELIDO; BRANCO PARA O PACIENTE)
       FD CADPESSOA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPESSOA.DAT".
       01 REGPESSOA.
                03 PS-CHAVE.
                    05 PS-CPF      PIC 9(11).
                    05 PS-PAPEL    PIC X(01).
                    05 PS-REF      PIC X(12).
                03 PS-NOME         PIC X(35).
                03 PS-NASC         PIC 9(08).
                03 PS-CEP          PIC 9(08).
                03 PS-NUMERO       PIC 9(05).
                03 PS-COMPL        PIC X(20).
                03 PS-DDD          PIC 9(03).
                03 PS-FONE         PIC 9(09).
                03 PS-EMAIL        PIC X(35).
                03 PS-DATA-GER     PIC 9(08).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 PA-CPF          PIC 9(11).
                03 PA-NOME         PIC X(30).
                03 PA-NASC.
                    05 PA-DIA      PIC 9(02).
                    05 PA-MES      PIC 9(02).
                    05 PA-ANO      PIC 9(04).
                03 FILLER          PIC X(29).
                03 PA-CEP          PIC 9(08).
                03 PA-NUMCASA      PIC 9(04).
                03 PA-COMPL        PIC X(10).
                03 PA-DDD          PIC 9(02).
                03 PA-NUMTEL       PIC 9(09).
                03 PA-EMAIL        PIC X(30).
                03 FILLER          PIC X(48).
                03 PA-STATUS       PIC X(01).
                03 FILLER          PIC X(30).
                03 PA-CEP-COM      PIC 9(08).
                03 PA-NUMCASA-COM  PIC 9(04).
                03 PA-COMPL-COM    PIC X(10).
                03 PA-TIPO-END     PIC X(01).

       FD CADALUNO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 AL-RA           PIC 9(06).
                03 AL-NOME         PIC X(30).
                03 AL-CPF          PIC 9(11).
                03 FILLER          PIC X(12).
                03 AL-NASC.
                    05 AL-DIA      PIC 9(02).
                    05 AL-MES      PIC 9(02).
                    05 AL-ANO      PIC 9(04).
                03 FILLER          PIC X(70).
                03 AL-NUMERO       PIC 9(05).
                03 AL-COMPL        PIC X(20).
                03 FILLER          PIC X(47).
                03 AL-CEP          PIC 9(08).
                03 AL-EMAIL        PIC X(30).
                03 AL-DDD          PIC 9(02).
                03 AL-NUMTEL       PIC 9(09).
                03 AL-STATUS       PIC X(01).
                03 FILLER          PIC X(30).
                03 AL-NOME-RESP    PIC X(30).
                03 AL-CPF-RESP     PIC 9(11).
                03 AL-DDD-RESP     PIC 9(02).
                03 AL-NUMTEL-RESP  PIC 9(09).

       FD CADFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUN.DAT".
       01 REGFUN.
                03 FU-NUMREG       PIC 9(06).
                03 FU-NOME         PIC X(30).
                03 FILLER          PIC X(27).
                03 FU-STATUS       PIC X(01).
                03 FILLER          PIC X(31).

       FD CADPACFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACFUN.DAT".
       01 REGPACFUN.
                03 PF-CPF          PIC 9(11).
                03 PF-NUMREG       PIC 9(06).
                03 PF-SEQ          PIC 9(02).
                03 PF-DATA-INC     PIC 9(08).
                03 PF-OPERADOR     PIC X(08).

       FD ARQAMIGO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQAMIGO.DAT".
       01 REGAMIGO.
                03 AM-APELIDO      PIC X(12).
                03 AM-NOME         PIC X(35).
                03 AM-CEP          PIC 9(08).
                03 AM-NUMERO       PIC 9(04).
                03 AM-COMPL        PIC X(12).
                03 AM-DDDCEL       PIC 9(03).
                03 AM-NUMCEL       PIC 9(09).
                03 AM-DDDRES       PIC 9(03).
                03 AM-NUMRES       PIC 9(08).
                03 AM-EMAIL        PIC X(35).
                03 FILLER          PIC X(01).
                03 AM-NASC.
                    05 AM-DIA      PIC 9(02).
                    05 AM-MES      PIC 9(02).
                    05 AM-ANO      PIC 9(04).
                03 FILLER          PIC X(02).
                03 AM-STATUS       PIC X(01).
                03 FILLER          PIC X(30).
                03 AM-CEP-COM      PIC 9(08).
                03 AM-NUMERO-COM   PIC 9(04).
                03 AM-COMPL-COM    PIC X(12).
                03 AM-TIPO-END     PIC X(01).

      *    CPF INFORMADO PARA QUEM NAO TEM CPF NO PROPRIO CADASTRO:
      *    F = FUNCIONARIO (NUMREG), M = AMIGO (APELIDO)
       FD CADCPFLIG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCPFLIG.DAT".
       01 REGCPFLIG.
                03 LG-CHAVE.
                    05 LG-PAPEL    PIC X(01).
                    05 LG-REF      PIC X(12).
                03 LG-CPF          PIC 9(11).
                03 LG-DATA-INC     PIC 9(08).
                03 LG-OPERADOR     PIC X(08).

       FD RELDIV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "DIVPESSOA.DAT".
       01 LINRELDIV           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-PES   PIC X(02) VALUE "00".
       77 ST-ERRO-PAC   PIC X(02) VALUE "00".
       77 ST-ERRO-ALU   PIC X(02) VALUE "00".
       77 ST-ERRO-FUN   PIC X(02) VALUE "00".
       77 ST-ERRO-PF    PIC X(02) VALUE "00".
       77 ST-ERRO-AMG   PIC X(02) VALUE "00".
       77 ST-ERRO-LIG   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-TEM-FUN     PIC 9(01) VALUE ZEROS.
       77 W-TEM-AMG     PIC 9(01) VALUE ZEROS.
       77 W-CPF-FICT    PIC 9(11) VALUE 99900000000.
       77 W-QTD-GRAV    PIC 9(06) VALUE ZEROS.
       77 W-QTD-REP     PIC 9(06) VALUE ZEROS.
       77 W-QTD-CPF     PIC 9(06) VALUE ZEROS.
       77 W-QTD-DIV     PIC 9(06) VALUE ZEROS.
       77 W-CPF-ANT     PIC 9(11) VALUE ZEROS.
       77 W-CAMPO       PIC 9(01) VALUE ZEROS.
       77 W-DIVERGE     PIC 9(01) VALUE ZEROS.
       77 W-CPF-LIST    PIC 9(01) VALUE ZEROS.
       77 W-VALOR       PIC X(40) VALUE SPACES.
       77 W-PRIMEIRO    PIC X(40) VALUE SPACES.
       77 W-PAPEL-DESC  PIC X(11) VALUE SPACES.
       77 W-MINUSC      PIC X(26) VALUE
                        "abcdefghijklmnopqrstuvwxyz".
       77 W-MAIUSC      PIC X(26) VALUE
                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 W-NUM-ED      PIC ZZZZ9.
       77 W-QTD-ED      PIC ZZZZZ9.
       77 TP-QTD        PIC 9(02) VALUE ZEROS.
       77 TP-IX         PIC 9(02) VALUE ZEROS.
      *
      *    PAPEIS DO CPF EM CONFERENCIA (NOME EM MAIUSCULAS)
       01 TABPAPEL.
           03 TP-ENT OCCURS 20 TIMES.
              05 TP-PAPEL    PIC X(01).
              05 TP-REF      PIC X(12).
              05 TP-NOME     PIC X(30).
              05 TP-NASC     PIC 9(08).
              05 TP-CEP      PIC 9(08).
              05 TP-NUMERO   PIC 9(05).
      *
       01 W-DATA-HJ     PIC 9(08) VALUE ZEROS.
       01 W-NASC.
           03 W-NS-ANO  PIC 9(04).
           03 W-NS-MES  PIC 9(02).
           03 W-NS-DIA  PIC 9(02).
       01 W-NASC-N REDEFINES W-NASC PIC 9(08).
       01 W-NASC-ED.
           03 W-NE-DIA  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-NE-MES  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-NE-ANO  PIC 9(04).
       01 W-END-ED.
           03 FILLER    PIC X(04) VALUE "CEP ".
           03 W-EE-CEP  PIC 9(08).
           03 FILLER    PIC X(05) VALUE "  NO ".
           03 W-EE-NUM  PIC 9(05).
      *
       01 LINCAB1.
           03 FILLER    PIC X(46) VALUE
              "DIVERGENCIAS ENTRE CADASTROS DA MESMA PESSOA -".
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LC-DATA   PIC 9(08).
       01 LINDIV.
           03 FILLER    PIC X(04) VALUE "CPF ".
           03 LD-CPF    PIC 9(11).
           03 FILLER    PIC X(03) VALUE " - ".
           03 LD-CAMPO  PIC X(25).
       01 LINPAP.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 LP-PAPEL  PIC X(11).
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LP-REF    PIC X(12).
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LP-VALOR  PIC X(40).
      *
       01 PASSO-REGISTROS PIC 9(06) EXTERNAL.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PES-OP0.
           ACCEPT W-DATA-HJ FROM DATE YYYYMMDD
           OPEN OUTPUT CADPESSOA
           IF ST-ERRO-PES NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO ARQUIVO CADPESSOA"
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-FUN
           OPEN INPUT CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE ZEROS TO W-TEM-FUN.
           MOVE 1 TO W-TEM-AMG
           OPEN INPUT ARQAMIGO
           IF ST-ERRO-AMG NOT = "00"
               MOVE ZEROS TO W-TEM-AMG.
      *
      *****************************************
      * PACIENTES (SEM OS CPF FICTICIOS DOS    *
      * PACIENTES ANONIMIZADOS)                *
      *****************************************
      *
       PES-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
               DISPLAY "ARQUIVO CADPACI NAO ENCONTRADO"
               GO TO PES-ALUNO.
       PES-PACI-LER.
           READ CADPACI NEXT RECORD
           AT END
               CLOSE CADPACI
               GO TO PES-ALUNO.
           IF PA-CPF = ZEROS OR PA-CPF NOT < W-CPF-FICT
               GO TO PES-PACI-LER.
           IF PA-STATUS = "I"
               GO TO PES-PACI-LER.
           MOVE SPACES TO REGPESSOA
           MOVE PA-CPF  TO PS-CPF
           MOVE "P"     TO PS-PAPEL
           MOVE PA-NOME TO PS-NOME
           MOVE PA-ANO  TO W-NS-ANO
           MOVE PA-MES  TO W-NS-MES
           MOVE PA-DIA  TO W-NS-DIA
           MOVE W-NASC-N TO PS-NASC
           IF PA-TIPO-END = "C"
               MOVE PA-CEP-COM     TO PS-CEP
               MOVE PA-NUMCASA-COM TO PS-NUMERO
               MOVE PA-COMPL-COM   TO PS-COMPL
           ELSE
               MOVE PA-CEP         TO PS-CEP
               MOVE PA-NUMCASA     TO PS-NUMERO
               MOVE PA-COMPL       TO PS-COMPL.
           MOVE PA-DDD    TO PS-DDD
           MOVE PA-NUMTEL TO PS-FONE
           MOVE PA-EMAIL  TO PS-EMAIL
           PERFORM PES-GRAVA THRU PES-GRAVA-FIM
           GO TO PES-PACI-LER.
      *
      *****************************************
      * ALUNOS E RESPONSAVEIS                  *
      *****************************************
      *
       PES-ALUNO.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ARQUIVO CADALUNO NAO ENCONTRADO"
               GO TO PES-FUN.
       PES-ALUNO-LER.
           READ CADALUNO NEXT RECORD
           AT END
               CLOSE CADALUNO
               GO TO PES-FUN.
           IF AL-STATUS = "I"
               GO TO PES-ALUNO-LER.
           IF AL-CPF = ZEROS
               GO TO PES-ALUNO-RESP.
           MOVE SPACES TO REGPESSOA
           MOVE AL-CPF    TO PS-CPF
           MOVE "A"       TO PS-PAPEL
           MOVE AL-RA     TO PS-REF
           MOVE AL-NOME   TO PS-NOME
           MOVE AL-ANO    TO W-NS-ANO
           MOVE AL-MES    TO W-NS-MES
           MOVE AL-DIA    TO W-NS-DIA
           MOVE W-NASC-N  TO PS-NASC
           MOVE AL-CEP    TO PS-CEP
           MOVE AL-NUMERO TO PS-NUMERO
           MOVE AL-COMPL  TO PS-COMPL
           MOVE AL-DDD    TO PS-DDD
           MOVE AL-NUMTEL TO PS-FONE
           MOVE AL-EMAIL  TO PS-EMAIL
           PERFORM PES-GRAVA THRU PES-GRAVA-FIM.
       PES-ALUNO-RESP.
           IF AL-CPF-RESP = ZEROS
               GO TO PES-ALUNO-LER.
           MOVE SPACES TO REGPESSOA
           MOVE AL-CPF-RESP    TO PS-CPF
           MOVE "R"            TO PS-PAPEL
           MOVE AL-RA          TO PS-REF
           MOVE AL-NOME-RESP   TO PS-NOME
           MOVE ZEROS          TO PS-NASC PS-CEP PS-NUMERO
           MOVE AL-DDD-RESP    TO PS-DDD
           MOVE AL-NUMTEL-RESP TO PS-FONE
           PERFORM PES-GRAVA THRU PES-GRAVA-FIM
           GO TO PES-ALUNO-LER.
      *
      *****************************************
      * FUNCIONARIOS PELO VINCULO DO PLANO DE  *
      * SAUDE (PROPRIO FUNCIONARIO = SEQ 00)   *
      *****************************************
      *
       PES-FUN.
           IF W-TEM-FUN = 0
               GO TO PES-LIG.
           OPEN INPUT CADPACFUN
           IF ST-ERRO-PF NOT = "00"
               GO TO PES-LIG.
       PES-FUN-LER.
           READ CADPACFUN NEXT RECORD
           AT END
               CLOSE CADPACFUN
               GO TO PES-LIG.
           IF PF-SEQ NOT = ZEROS
               GO TO PES-FUN-LER.
           MOVE PF-CPF    TO LG-CPF
           MOVE PF-NUMREG TO FU-NUMREG
           PERFORM PES-FUNC THRU PES-FUNC-FIM
           GO TO PES-FUN-LER.
      *
      *****************************************
      * CPF INFORMADOS NA CONSULTA (PROGR96T)  *
      * PARA FUNCIONARIOS E AMIGOS             *
      *****************************************
      *
       PES-LIG.
           OPEN INPUT CADCPFLIG
           IF ST-ERRO-LIG NOT = "00"
               GO TO PES-DIV.
       PES-LIG-LER.
           READ CADCPFLIG NEXT RECORD
           AT END
               CLOSE CADCPFLIG
               GO TO PES-DIV.
           IF LG-PAPEL = "F" AND W-TEM-FUN = 1
               MOVE LG-REF(1:6) TO FU-NUMREG
               PERFORM PES-FUNC THRU PES-FUNC-FIM.
           IF LG-PAPEL = "M" AND W-TEM-AMG = 1
               PERFORM PES-AMIGO THRU PES-AMIGO-FIM.
           GO TO PES-LIG-LER.
      *
      *    FUNCIONARIO FU-NUMREG COM O CPF LG-CPF
       PES-FUNC.
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO PES-FUNC-FIM.
           IF FU-STATUS = "I"
               GO TO PES-FUNC-FIM.
           MOVE SPACES TO REGPESSOA
           MOVE LG-CPF    TO PS-CPF
           MOVE "F"       TO PS-PAPEL
           MOVE FU-NUMREG TO PS-REF
           MOVE FU-NOME   TO PS-NOME
           MOVE ZEROS     TO PS-NASC PS-CEP PS-NUMERO PS-DDD PS-FONE
           PERFORM PES-GRAVA THRU PES-GRAVA-FIM.
       PES-FUNC-FIM.
           EXIT.
      *
      *    AMIGO LG-REF COM O CPF LG-CPF
       PES-AMIGO.
           MOVE LG-REF TO AM-APELIDO
           READ ARQAMIGO
           IF ST-ERRO-AMG NOT = "00"
               MOVE "00" TO ST-ERRO-AMG
               GO TO PES-AMIGO-FIM.
           IF AM-STATUS = "I"
               GO TO PES-AMIGO-FIM.
           MOVE SPACES TO REGPESSOA
           MOVE LG-CPF     TO PS-CPF
           MOVE "M"        TO PS-PAPEL
           MOVE AM-APELIDO TO PS-REF
           MOVE AM-NOME    TO PS-NOME
           MOVE AM-ANO     TO W-NS-ANO
           MOVE AM-MES     TO W-NS-MES
           MOVE AM-DIA     TO W-NS-DIA
           MOVE W-NASC-N   TO PS-NASC
           IF AM-TIPO-END = "C"
               MOVE AM-CEP-COM    TO PS-CEP
               MOVE AM-NUMERO-COM TO PS-NUMERO
               MOVE AM-COMPL-COM  TO PS-COMPL
           ELSE
               MOVE AM-CEP        TO PS-CEP
               MOVE AM-NUMERO     TO PS-NUMERO
               MOVE AM-COMPL      TO PS-COMPL.
           IF AM-NUMCEL NOT = ZEROS
               MOVE AM-DDDCEL TO PS-DDD
               MOVE AM-NUMCEL TO PS-FONE
           ELSE
               MOVE AM-DDDRES TO PS-DDD
               MOVE AM-NUMRES TO PS-FONE.
           MOVE AM-EMAIL   TO PS-EMAIL
           PERFORM PES-GRAVA THRU PES-GRAVA-FIM.
       PES-AMIGO-FIM.
           EXIT.
      *
      *    O MESMO PAPEL JA INDEXADO (FUNCIONARIO VINCULADO NO
      *    PLANO E NA CONSULTA) NAO E GRAVADO DE NOVO
       PES-GRAVA.
           MOVE W-DATA-HJ TO PS-DATA-GER
           WRITE REGPESSOA
           IF ST-ERRO-PES = "00"
               ADD 1 TO W-QTD-GRAV
               GO TO PES-GRAVA-FIM.
           IF ST-ERRO-PES = "22"
               MOVE "00" TO ST-ERRO-PES
               ADD 1 TO W-QTD-REP
               GO TO PES-GRAVA-FIM.
           DISPLAY "ERRO NA GRAVACAO DO CADPESSOA - STATUS "
                   ST-ERRO-PES
           CLOSE CADPESSOA
           GO TO ROT-FIM.
       PES-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * DIVERGENCIAS: O INDICE E RELIDO NA     *
      * ORDEM DO CPF E CADA CPF COM MAIS DE UM *
      * PAPEL TEM NOME, NASCIMENTO E ENDERECO  *
      * COMPARADOS (CAMPOS EM BRANCO NAO CONTAM)*
      *****************************************
      *
       PES-DIV.
           IF W-TEM-FUN = 1
               CLOSE CADFUN.
           IF W-TEM-AMG = 1
               CLOSE ARQAMIGO.
           CLOSE CADPESSOA
           OPEN INPUT CADPESSOA
           IF ST-ERRO-PES NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPESSOA"
               GO TO ROT-FIM.
           OPEN OUTPUT RELDIV
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DIVPESSOA.DAT"
               CLOSE CADPESSOA
               GO TO ROT-FIM.
           MOVE W-DATA-HJ TO LC-DATA
           WRITE LINRELDIV FROM LINCAB1
           MOVE SPACES TO LINRELDIV
           WRITE LINRELDIV
           MOVE ZEROS TO TP-QTD W-CPF-ANT.
       PES-DIV-LER.
           READ CADPESSOA NEXT RECORD
           AT END
               PERFORM DIV-GRUPO THRU DIV-GRUPO-FIM
               GO TO PES-FIM.
           IF PS-CPF NOT = W-CPF-ANT
               PERFORM DIV-GRUPO THRU DIV-GRUPO-FIM
               MOVE PS-CPF TO W-CPF-ANT
               ADD 1 TO W-QTD-CPF.
           IF TP-QTD NOT < 20
               GO TO PES-DIV-LER.
           ADD 1 TO TP-QTD
           MOVE PS-PAPEL  TO TP-PAPEL(TP-QTD)
           MOVE PS-REF    TO TP-REF(TP-QTD)
           MOVE PS-NOME   TO TP-NOME(TP-QTD)
           INSPECT TP-NOME(TP-QTD) CONVERTING W-MINUSC TO W-MAIUSC
           MOVE PS-NASC   TO TP-NASC(TP-QTD)
           MOVE PS-CEP    TO TP-CEP(TP-QTD)
           MOVE PS-NUMERO TO TP-NUMERO(TP-QTD)
           GO TO PES-DIV-LER.
      *
       DIV-GRUPO.
           IF TP-QTD < 2
               MOVE ZEROS TO TP-QTD
               GO TO DIV-GRUPO-FIM.
           MOVE ZEROS TO W-CPF-LIST
           MOVE 1 TO W-CAMPO
           PERFORM DIV-CAMPO THRU DIV-CAMPO-FIM
           MOVE 2 TO W-CAMPO
           PERFORM DIV-CAMPO THRU DIV-CAMPO-FIM
           MOVE 3 TO W-CAMPO
           PERFORM DIV-CAMPO THRU DIV-CAMPO-FIM
           IF W-CPF-LIST = 1
               ADD 1 TO W-QTD-DIV
               MOVE SPACES TO LINRELDIV
               WRITE LINRELDIV.
           MOVE ZEROS TO TP-QTD.
       DIV-GRUPO-FIM.
           EXIT.
      *
      *    W-CAMPO: 1 = NOME, 2 = NASCIMENTO, 3 = ENDERECO
       DIV-CAMPO.
           MOVE ZEROS TO W-DIVERGE
           MOVE SPACES TO W-PRIMEIRO
           MOVE 1 TO TP-IX.
       DIV-CAMPO-LOOP.
           IF TP-IX > TP-QTD
               GO TO DIV-CAMPO-LISTA.
           PERFORM DIV-VALOR THRU DIV-VALOR-FIM
           IF W-VALOR = SPACES
               GO TO DIV-CAMPO-PROX.
           IF W-PRIMEIRO = SPACES
               MOVE W-VALOR TO W-PRIMEIRO
           ELSE
               IF W-VALOR NOT = W-PRIMEIRO
                   MOVE 1 TO W-DIVERGE.
       DIV-CAMPO-PROX.
           ADD 1 TO TP-IX
           GO TO DIV-CAMPO-LOOP.
       DIV-CAMPO-LISTA.
           IF W-DIVERGE = 0
               GO TO DIV-CAMPO-FIM.
           MOVE 1 TO W-CPF-LIST
           MOVE W-CPF-ANT TO LD-CPF
           IF W-CAMPO = 1
               MOVE "NOME DIVERGENTE" TO LD-CAMPO.
           IF W-CAMPO = 2
               MOVE "NASCIMENTO DIVERGENTE" TO LD-CAMPO.
           IF W-CAMPO = 3
               MOVE "ENDERECO DIVERGENTE" TO LD-CAMPO.
           WRITE LINRELDIV FROM LINDIV
           MOVE 1 TO TP-IX.
       DIV-CAMPO-LINHA.
           IF TP-IX > TP-QTD
               GO TO DIV-CAMPO-FIM.
           PERFORM DIV-VALOR THRU DIV-VALOR-FIM
           IF W-VALOR NOT = SPACES
               PERFORM PAP-DESCR THRU PAP-DESCR-FIM
               MOVE W-PAPEL-DESC  TO LP-PAPEL
               MOVE TP-REF(TP-IX) TO LP-REF
               MOVE W-VALOR       TO LP-VALOR
               WRITE LINRELDIV FROM LINPAP.
           ADD 1 TO TP-IX
           GO TO DIV-CAMPO-LINHA.
       DIV-CAMPO-FIM.
           EXIT.
      *
      *    VALOR DO CAMPO W-CAMPO DO PAPEL TP-IX (BRANCO = SEM DADO)
       DIV-VALOR.
           MOVE SPACES TO W-VALOR
           IF W-CAMPO = 1
               MOVE TP-NOME(TP-IX) TO W-VALOR
               GO TO DIV-VALOR-FIM.
           IF W-CAMPO = 2
               IF TP-NASC(TP-IX) NOT = ZEROS
                   MOVE TP-NASC(TP-IX) TO W-NASC-N
                   MOVE W-NS-DIA TO W-NE-DIA
                   MOVE W-NS-MES TO W-NE-MES
                   MOVE W-NS-ANO TO W-NE-ANO
                   MOVE W-NASC-ED TO W-VALOR
                   GO TO DIV-VALOR-FIM
               ELSE
                   GO TO DIV-VALOR-FIM.
           IF TP-CEP(TP-IX) NOT = ZEROS
               MOVE TP-CEP(TP-IX)    TO W-EE-CEP
               MOVE TP-NUMERO(TP-IX) TO W-EE-NUM
               MOVE W-END-ED TO W-VALOR.
       DIV-VALOR-FIM.
           EXIT.
      *
       PAP-DESCR.
           MOVE SPACES TO W-PAPEL-DESC
           IF TP-PAPEL(TP-IX) = "P"
               MOVE "PACIENTE" TO W-PAPEL-DESC.
           IF TP-PAPEL(TP-IX) = "A"
               MOVE "ALUNO" TO W-PAPEL-DESC.
           IF TP-PAPEL(TP-IX) = "R"
               MOVE "RESPONSAVEL" TO W-PAPEL-DESC.
           IF TP-PAPEL(TP-IX) = "F"
               MOVE "FUNCIONARIO" TO W-PAPEL-DESC.
           IF TP-PAPEL(TP-IX) = "M"
               MOVE "AMIGO" TO W-PAPEL-DESC.
       PAP-DESCR-FIM.
           EXIT.
      *
       PES-FIM.
           MOVE SPACES TO LINRELDIV
           MOVE W-QTD-CPF TO W-QTD-ED
           STRING "CPF INDEXADOS.........: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELDIV
           WRITE LINRELDIV
           MOVE SPACES TO LINRELDIV
           MOVE W-QTD-DIV TO W-QTD-ED
           STRING "CPF COM DIVERGENCIA...: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELDIV
           WRITE LINRELDIV
           CLOSE CADPESSOA RELDIV
           MOVE W-QTD-GRAV TO PASSO-REGISTROS
           DISPLAY "ENTRADAS NO INDICE DE PESSOAS: " W-QTD-GRAV
           DISPLAY "CPF COM DIVERGENCIA: " W-QTD-DIV
                   " (DIVPESSOA.DAT)"
           GO TO ROT-FIMP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           MOVE 8 TO RETURN-CODE
           GO TO ROT-FIMP.
      *
      **********************
      * SAIDA DO PROGRAMA  *
      **********************
      *
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
