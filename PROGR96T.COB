       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR96T.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * CONSULTA DO INDICE DE PESSOAS POR  *
      * CPF: TODOS OS PAPEIS DA PESSOA NOS *
      * CADASTROS LADO A LADO, COM OS      *
      * DADOS DE CONTATO ATUAIS E MARCA NAS*
      * LINHAS DIVERGENTES. F5 INFORMA O   *
      * CPF DE FUNCIONARIO OU AMIGO, QUE   *
      * NAO TEM CPF NO PROPRIO CADASTRO    *
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
                    FILE STATUS  IS ST-ERRO.
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
           SELECT ARQAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AM-APELIDO
                    FILE STATUS  IS ST-ERRO-AMG
                    ALTERNATE RECORD IS AM-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    INDICE RECRIADO TODA NOITE PELO PROGR95T
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

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 LINAUDIT.
                03 AU-DATA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-HORA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERACAO     PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-CHAVE        PIC X(15).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-MOTIVO       PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-LIG  PIC X(02) VALUE "00".
       77 ST-ERRO-PAC  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-AMG  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(78) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-TEM-PAC    PIC 9(01) VALUE ZEROS.
       77 W-TEM-ALU    PIC 9(01) VALUE ZEROS.
       77 W-TEM-FUN    PIC 9(01) VALUE ZEROS.
       77 W-TEM-AMG    PIC 9(01) VALUE ZEROS.
       77 W-CPF        PIC 9(11) VALUE ZEROS.
       77 W-CPF-ANT    PIC 9(11) VALUE ZEROS.
       77 W-PAPEL      PIC X(01) VALUE SPACES.
       77 W-REF        PIC X(12) VALUE SPACES.
       77 W-NUMREG     PIC 9(06) VALUE ZEROS.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-ACHOU      PIC 9(01) VALUE ZEROS.
       77 W-DATA-GER   PIC 9(08) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-COL        PIC 9(02) VALUE ZEROS.
       77 W-PAG-INI    PIC 9(02) VALUE ZEROS.
       77 W-PAG-FIM    PIC 9(02) VALUE ZEROS.
       77 W-NOME-MAI   PIC X(30) VALUE SPACES.
       77 W-PRIM-NOME  PIC X(30) VALUE SPACES.
       77 W-PRIM-NASC  PIC 9(08) VALUE ZEROS.
       77 W-PRIM-END   PIC 9(13) VALUE ZEROS.
       77 W-DIV-NOME   PIC X(01) VALUE SPACES.
       77 W-DIV-NASC   PIC X(01) VALUE SPACES.
       77 W-DIV-END    PIC X(01) VALUE SPACES.
       77 W-MINUSC     PIC X(26) VALUE
                       "abcdefghijklmnopqrstuvwxyz".
       77 W-MAIUSC     PIC X(26) VALUE
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 W-QTD-ED     PIC Z9.
       77 TQ-QTD       PIC 9(02) VALUE ZEROS.
       77 TQ-IX        PIC 9(02) VALUE ZEROS.
      *
      *    PAPEIS DO CPF CONSULTADO, COM OS DADOS ATUAIS DO CADASTRO
      *    DE ORIGEM (TQ-SIT R = REGISTRO NAO ENCONTRADO, MOSTRA O
      *    QUE ESTAVA NO INDICE)
       01 TABPAPEL.
           03 TQ-ENT OCCURS 12 TIMES.
              05 TQ-PAPEL    PIC X(01).
              05 TQ-REF      PIC X(12).
              05 TQ-NOME     PIC X(35).
              05 TQ-NASC     PIC 9(08).
              05 TQ-CEP      PIC 9(08).
              05 TQ-NUMERO   PIC 9(05).
              05 TQ-COMPL    PIC X(20).
              05 TQ-DDD      PIC 9(03).
              05 TQ-FONE     PIC 9(09).
              05 TQ-EMAIL    PIC X(35).
              05 TQ-SIT      PIC X(01).
      *
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
       01 W-END.
           03 W-EN-CEP  PIC 9(08).
           03 W-EN-NUM  PIC 9(05).
       01 W-END-N REDEFINES W-END PIC 9(13).
       01 W-END-ED.
           03 W-EE-CEP  PIC 9(08).
           03 FILLER    PIC X(03) VALUE " N ".
           03 W-EE-NUM  PIC ZZZZ9.
       01 W-FONE-ED.
           03 FILLER    PIC X(01) VALUE "(".
           03 W-FE-DDD  PIC 9(03).
           03 FILLER    PIC X(01) VALUE ")".
           03 W-FE-NUM  PIC 9(09).
       01 W-PAPEL-DESC  PIC X(21) VALUE SPACES.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       IPS-OP0.
      *    PERFIL DA SESSAO DO MENU GERAL (BRANCO = FORA DO MENU)
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER SES-PERFIL.
           IF ST-ERRO-SES = "00"
               CLOSE OPERSES
               MOVE SES-OPER   TO W-OPERADOR
               MOVE SES-PERFIL TO W-PERFIL.
       IPS-OP1.
           OPEN I-O CADPESSOA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPESSOA
                      CLOSE CADPESSOA
                      MOVE "* INDICE AINDA NAO GERADO PELO PROGR95T *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO IPS-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPESSOA"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       IPS-OP2.
           OPEN I-O CADCPFLIG
           IF ST-ERRO-LIG NOT = "00"
               IF ST-ERRO-LIG = "30"
                      OPEN OUTPUT CADCPFLIG
                      CLOSE CADCPFLIG
                      MOVE "* ARQUIVO CADCPFLIG SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO IPS-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCPFLIG"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPESSOA
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       IPS-OP3.
           MOVE 1 TO W-TEM-PAC W-TEM-ALU W-TEM-FUN W-TEM-AMG
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
               MOVE ZEROS TO W-TEM-PAC.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE ZEROS TO W-TEM-ALU.
           OPEN INPUT CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE ZEROS TO W-TEM-FUN.
           OPEN INPUT ARQAMIGO
           IF ST-ERRO-AMG NOT = "00"
               MOVE ZEROS TO W-TEM-AMG.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
      *
      *****************************************
      * TELA DE CONSULTA                       *
      *****************************************
      *
       IPS-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "INDICE DE PESSOAS POR CPF"
                DISPLAY (02, 01)
                  "F2=SAIR  F5=INFORMAR CPF DE FUNCIONARIO OU AMIGO"
                DISPLAY (04, 01) "CPF: "
                DISPLAY (06, 01) "PAPEL"
                DISPLAY (07, 01) "REGISTRO"
                DISPLAY (08, 01) "NOME"
                DISPLAY (10, 01) "NASCIMENTO"
                DISPLAY (11, 01) "CEP/NUMERO"
                DISPLAY (12, 01) "COMPLEMENTO"
                DISPLAY (13, 01) "TELEFONE"
                DISPLAY (14, 01) "E-MAIL".
       IPS-002.
                ACCEPT (04, 06) W-CPF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO LIG-001.
                IF W-CPF = ZEROS
                   MOVE "*** INFORME O CPF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IPS-002.
                PERFORM IPS-CARREGA THRU IPS-CARREGA-FIM
                IF TQ-QTD = ZEROS
                   MOVE "*** CPF NAO CONSTA DO INDICE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IPS-001.
                MOVE 1 TO W-PAG-INI.
       IPS-PAGINA.
                PERFORM IPS-LIMPA THRU IPS-LIMPA-FIM
                DISPLAY (08, 12) W-DIV-NOME
                DISPLAY (10, 12) W-DIV-NASC
                DISPLAY (11, 12) W-DIV-END
                MOVE 14 TO W-COL
                MOVE W-PAG-INI TO TQ-IX
                COMPUTE W-PAG-FIM = W-PAG-INI + 2.
       IPS-PAGINA-COL.
                IF TQ-IX > TQ-QTD OR TQ-IX > W-PAG-FIM
                   GO TO IPS-PAGINA-FIM.
                PERFORM IPS-COLUNA THRU IPS-COLUNA-FIM
                ADD 22 TO W-COL
                ADD 1 TO TQ-IX
                GO TO IPS-PAGINA-COL.
       IPS-PAGINA-FIM.
                MOVE W-DATA-GER TO W-NASC-N
                MOVE W-NS-DIA TO W-NE-DIA
                MOVE W-NS-MES TO W-NE-MES
                MOVE W-NS-ANO TO W-NE-ANO
                DISPLAY (17, 01) "INDICE GERADO EM "
                DISPLAY (17, 18) W-NASC-ED
                MOVE TQ-QTD TO W-QTD-ED
                DISPLAY (17, 31) "PAPEIS: "
                DISPLAY (17, 39) W-QTD-ED
                DISPLAY (18, 01)
                  "* = DADO DIFERENTE ENTRE OS CADASTROS"
                IF W-PAG-FIM < TQ-QTD
                   DISPLAY (22, 01) "ENTER=MAIS PAPEIS  F2=NOVO CPF"
                ELSE
                   DISPLAY (22, 01) "ENTER/F2=NOVO CPF             ".
                ACCEPT (22, 40) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) LIMPA
                IF W-ACT = 02
                   GO TO IPS-001.
                IF W-PAG-FIM < TQ-QTD
                   ADD 3 TO W-PAG-INI
                   GO TO IPS-PAGINA.
                GO TO IPS-001.
      *
      *    LIMPA AS COLUNAS DOS PAPEIS
       IPS-LIMPA.
                MOVE 06 TO W-LIN.
       IPS-LIMPA-LIN.
                IF W-LIN > 15
                   GO TO IPS-LIMPA-FIM.
                DISPLAY (W-LIN, 12) LIMPA(1:67)
                ADD 1 TO W-LIN
                GO TO IPS-LIMPA-LIN.
       IPS-LIMPA-FIM.
                EXIT.
      *
      *    PAPEL TQ-IX NA COLUNA W-COL
       IPS-COLUNA.
                PERFORM PAP-DESCR THRU PAP-DESCR-FIM
                DISPLAY (06, W-COL) W-PAPEL-DESC
                DISPLAY (07, W-COL) TQ-REF(TQ-IX)
                DISPLAY (08, W-COL) TQ-NOME(TQ-IX)(1:21)
                DISPLAY (09, W-COL) TQ-NOME(TQ-IX)(22:14)
                IF TQ-NASC(TQ-IX) NOT = ZEROS
                   MOVE TQ-NASC(TQ-IX) TO W-NASC-N
                   MOVE W-NS-DIA TO W-NE-DIA
                   MOVE W-NS-MES TO W-NE-MES
                   MOVE W-NS-ANO TO W-NE-ANO
                   DISPLAY (10, W-COL) W-NASC-ED.
                IF TQ-CEP(TQ-IX) NOT = ZEROS
                   MOVE TQ-CEP(TQ-IX)    TO W-EE-CEP
                   MOVE TQ-NUMERO(TQ-IX) TO W-EE-NUM
                   DISPLAY (11, W-COL) W-END-ED.
                DISPLAY (12, W-COL) TQ-COMPL(TQ-IX)
                IF TQ-FONE(TQ-IX) NOT = ZEROS
                   MOVE TQ-DDD(TQ-IX)  TO W-FE-DDD
                   MOVE TQ-FONE(TQ-IX) TO W-FE-NUM
                   DISPLAY (13, W-COL) W-FONE-ED.
                DISPLAY (14, W-COL) TQ-EMAIL(TQ-IX)(1:21)
                DISPLAY (15, W-COL) TQ-EMAIL(TQ-IX)(22:14).
       IPS-COLUNA-FIM.
                EXIT.
      *
       PAP-DESCR.
                MOVE SPACES TO W-PAPEL-DESC
                IF TQ-PAPEL(TQ-IX) = "P"
                   MOVE "PACIENTE" TO W-PAPEL-DESC.
                IF TQ-PAPEL(TQ-IX) = "A"
                   MOVE "ALUNO" TO W-PAPEL-DESC.
                IF TQ-PAPEL(TQ-IX) = "R"
                   MOVE "RESPONSAVEL DO ALUNO" TO W-PAPEL-DESC.
                IF TQ-PAPEL(TQ-IX) = "F"
                   MOVE "FUNCIONARIO" TO W-PAPEL-DESC.
                IF TQ-PAPEL(TQ-IX) = "M"
                   MOVE "AMIGO" TO W-PAPEL-DESC.
                IF TQ-SIT(TQ-IX) = "R"
                   MOVE "(EXCLUIDO)" TO W-PAPEL-DESC(12:10).
       PAP-DESCR-FIM.
                EXIT.
      *
      *****************************************
      * CARGA DOS PAPEIS DO CPF W-CPF: CADA    *
      * ENTRADA DO INDICE E REFEITA COM O      *
      * REGISTRO ATUAL DO CADASTRO DE ORIGEM   *
      *****************************************
      *
       IPS-CARREGA.
                MOVE ZEROS TO TQ-QTD W-DATA-GER
                MOVE SPACES TO W-DIV-NOME W-DIV-NASC W-DIV-END
                MOVE W-CPF TO PS-CPF
                MOVE LOW-VALUES TO PS-PAPEL PS-REF
                START CADPESSOA KEY IS NOT LESS THAN PS-CHAVE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO IPS-CARREGA-FIM.
       IPS-CARREGA-LER.
                READ CADPESSOA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO IPS-CARREGA-DIV.
                IF PS-CPF NOT = W-CPF
                   GO TO IPS-CARREGA-DIV.
                IF TQ-QTD NOT < 12
                   GO TO IPS-CARREGA-DIV.
                ADD 1 TO TQ-QTD
                MOVE PS-DATA-GER TO W-DATA-GER
                PERFORM IPS-ATUAL THRU IPS-ATUAL-FIM
                MOVE PS-PAPEL  TO TQ-PAPEL(TQ-QTD)
                MOVE PS-REF    TO TQ-REF(TQ-QTD)
                MOVE PS-NOME   TO TQ-NOME(TQ-QTD)
                MOVE PS-NASC   TO TQ-NASC(TQ-QTD)
                MOVE PS-CEP    TO TQ-CEP(TQ-QTD)
                MOVE PS-NUMERO TO TQ-NUMERO(TQ-QTD)
                MOVE PS-COMPL  TO TQ-COMPL(TQ-QTD)
                MOVE PS-DDD    TO TQ-DDD(TQ-QTD)
                MOVE PS-FONE   TO TQ-FONE(TQ-QTD)
                MOVE PS-EMAIL  TO TQ-EMAIL(TQ-QTD)
                MOVE SPACE     TO TQ-SIT(TQ-QTD)
                IF W-ACHOU = 0
                   MOVE "R" TO TQ-SIT(TQ-QTD).
                GO TO IPS-CARREGA-LER.
      *
      *    MARCA (*) NOME, NASCIMENTO E ENDERECO QUE NAO BATEM
      *    ENTRE OS PAPEIS; CAMPO NAO INFORMADO NAO CONTA
       IPS-CARREGA-DIV.
                MOVE SPACES TO W-PRIM-NOME
                MOVE ZEROS TO W-PRIM-NASC W-PRIM-END
                MOVE 1 TO TQ-IX.
       IPS-CARREGA-DIV-LOOP.
                IF TQ-IX > TQ-QTD
                   GO TO IPS-CARREGA-FIM.
                MOVE TQ-NOME(TQ-IX) TO W-NOME-MAI
                INSPECT W-NOME-MAI CONVERTING W-MINUSC TO W-MAIUSC
                IF W-NOME-MAI NOT = SPACES
                   IF W-PRIM-NOME = SPACES
                      MOVE W-NOME-MAI TO W-PRIM-NOME
                   ELSE
                      IF W-NOME-MAI NOT = W-PRIM-NOME
                         MOVE "*" TO W-DIV-NOME.
                IF TQ-NASC(TQ-IX) NOT = ZEROS
                   IF W-PRIM-NASC = ZEROS
                      MOVE TQ-NASC(TQ-IX) TO W-PRIM-NASC
                   ELSE
                      IF TQ-NASC(TQ-IX) NOT = W-PRIM-NASC
                         MOVE "*" TO W-DIV-NASC.
                MOVE TQ-CEP(TQ-IX)    TO W-EN-CEP
                MOVE TQ-NUMERO(TQ-IX) TO W-EN-NUM
                IF W-EN-CEP NOT = ZEROS
                   IF W-PRIM-END = ZEROS
                      MOVE W-END-N TO W-PRIM-END
                   ELSE
                      IF W-END-N NOT = W-PRIM-END
                         MOVE "*" TO W-DIV-END.
                ADD 1 TO TQ-IX
                GO TO IPS-CARREGA-DIV-LOOP.
       IPS-CARREGA-FIM.
                EXIT.
      *
      *    REFAZ REGPESSOA COM O REGISTRO ATUAL (W-ACHOU = 1) OU
      *    DEIXA O CONTEUDO DO INDICE (W-ACHOU = 0)
       IPS-ATUAL.
                MOVE ZEROS TO W-ACHOU
                IF PS-PAPEL = "P" AND W-TEM-PAC = 1
                   PERFORM ATU-PACI THRU ATU-PACI-FIM.
                IF PS-PAPEL = "A" AND W-TEM-ALU = 1
                   PERFORM ATU-ALUNO THRU ATU-ALUNO-FIM.
                IF PS-PAPEL = "R" AND W-TEM-ALU = 1
                   PERFORM ATU-RESP THRU ATU-RESP-FIM.
                IF PS-PAPEL = "F" AND W-TEM-FUN = 1
                   PERFORM ATU-FUN THRU ATU-FUN-FIM.
                IF PS-PAPEL = "M" AND W-TEM-AMG = 1
                   PERFORM ATU-AMIGO THRU ATU-AMIGO-FIM.
       IPS-ATUAL-FIM.
                EXIT.
      *
       ATU-PACI.
                MOVE PS-CPF TO PA-CPF
                READ CADPACI
                IF ST-ERRO-PAC NOT = "00"
                   MOVE "00" TO ST-ERRO-PAC
                   GO TO ATU-PACI-FIM.
                IF PA-STATUS = "I"
                   GO TO ATU-PACI-FIM.
                MOVE 1 TO W-ACHOU
                MOVE PA-NOME TO PS-NOME
                MOVE PA-ANO  TO W-NS-ANO
                MOVE PA-MES  TO W-NS-MES
                MOVE PA-DIA  TO W-NS-DIA
                MOVE W-NASC-N TO PS-NASC
                MOVE SPACES  TO PS-COMPL
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
                MOVE PA-EMAIL  TO PS-EMAIL.
       ATU-PACI-FIM.
                EXIT.
      *
       ATU-ALUNO.
                MOVE PS-REF(1:6) TO AL-RA
                READ CADALUNO
                IF ST-ERRO-ALU NOT = "00"
                   MOVE "00" TO ST-ERRO-ALU
                   GO TO ATU-ALUNO-FIM.
                IF AL-STATUS = "I" OR AL-CPF NOT = PS-CPF
                   GO TO ATU-ALUNO-FIM.
                MOVE 1 TO W-ACHOU
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
                MOVE AL-EMAIL  TO PS-EMAIL.
       ATU-ALUNO-FIM.
                EXIT.
      *
       ATU-RESP.
                MOVE PS-REF(1:6) TO AL-RA
                READ CADALUNO
                IF ST-ERRO-ALU NOT = "00"
                   MOVE "00" TO ST-ERRO-ALU
                   GO TO ATU-RESP-FIM.
                IF AL-STATUS = "I" OR AL-CPF-RESP NOT = PS-CPF
                   GO TO ATU-RESP-FIM.
                MOVE 1 TO W-ACHOU
                MOVE AL-NOME-RESP   TO PS-NOME
                MOVE AL-DDD-RESP    TO PS-DDD
                MOVE AL-NUMTEL-RESP TO PS-FONE.
       ATU-RESP-FIM.
                EXIT.
      *
       ATU-FUN.
                MOVE PS-REF(1:6) TO FU-NUMREG
                READ CADFUN
                IF ST-ERRO-FUN NOT = "00"
                   MOVE "00" TO ST-ERRO-FUN
                   GO TO ATU-FUN-FIM.
                IF FU-STATUS = "I"
                   GO TO ATU-FUN-FIM.
                MOVE 1 TO W-ACHOU
                MOVE FU-NOME TO PS-NOME.
       ATU-FUN-FIM.
                EXIT.
      *
       ATU-AMIGO.
                MOVE PS-REF TO AM-APELIDO
                READ ARQAMIGO
                IF ST-ERRO-AMG NOT = "00"
                   MOVE "00" TO ST-ERRO-AMG
                   GO TO ATU-AMIGO-FIM.
                IF AM-STATUS = "I"
                   GO TO ATU-AMIGO-FIM.
                MOVE 1 TO W-ACHOU
                MOVE AM-NOME    TO PS-NOME
                MOVE AM-ANO     TO W-NS-ANO
                MOVE AM-MES     TO W-NS-MES
                MOVE AM-DIA     TO W-NS-DIA
                MOVE W-NASC-N   TO PS-NASC
                MOVE SPACES     TO PS-COMPL
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
                MOVE AM-EMAIL   TO PS-EMAIL.
       ATU-AMIGO-FIM.
                EXIT.
      *
      *****************************************
      * F5: CPF DO FUNCIONARIO OU DO AMIGO.    *
      * GRAVA O VINCULO NO CADCPFLIG E JA      *
      * ACERTA O INDICE, SEM ESPERAR A NOITE   *
      *****************************************
      *
       LIG-001.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IPS-002.
                IF W-CPF = ZEROS
                   MOVE "*** INFORME O CPF ANTES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IPS-002.
                MOVE SPACES TO W-PAPEL
                DISPLAY (19, 01) LIMPA
                DISPLAY (19, 01) "PAPEL (F=FUNCIONARIO M=AMIGO): "
                ACCEPT (19, 33) W-PAPEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (19, 01) LIMPA
                   GO TO IPS-002.
                IF W-PAPEL = "f" MOVE "F" TO W-PAPEL.
                IF W-PAPEL = "m" MOVE "M" TO W-PAPEL.
                IF W-PAPEL NOT = "F" AND W-PAPEL NOT = "M"
                   MOVE "*** USE F OU M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIG-001.
       LIG-002.
                MOVE SPACES TO W-REF
                DISPLAY (20, 01) LIMPA
                IF W-PAPEL = "F"
                   DISPLAY (20, 01) "REGISTRO DO FUNCIONARIO: "
                   MOVE ZEROS TO W-NUMREG
                   ACCEPT (20, 26) W-NUMREG
                   MOVE W-NUMREG TO W-REF
                ELSE
                   DISPLAY (20, 01) "APELIDO DO AMIGO: "
                   ACCEPT (20, 19) W-REF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (20, 01) LIMPA
                   GO TO LIG-001.
                IF W-REF = SPACES OR W-REF = "000000"
                   MOVE "*** INFORME O REGISTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIG-002.
                IF W-PAPEL = "F"
                   IF W-TEM-FUN = 0
                      MOVE "ARQUIVO CADFUN NAO ENCONTRADO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LIG-FIM
                   ELSE
                      MOVE W-NUMREG TO FU-NUMREG
                      READ CADFUN
                      IF ST-ERRO-FUN NOT = "00"
                         MOVE "00" TO ST-ERRO-FUN
                         MOVE "*** FUNCIONARIO NAO CADASTRADO ***"
                                                            TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO LIG-002
                      ELSE
                         DISPLAY (20, 40) FU-NOME.
                IF W-PAPEL = "M"
                   IF W-TEM-AMG = 0
                      MOVE "ARQUIVO ARQAMIGO NAO ENCONTRADO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LIG-FIM
                   ELSE
                      MOVE W-REF TO AM-APELIDO
                      READ ARQAMIGO
                      IF ST-ERRO-AMG NOT = "00"
                         MOVE "00" TO ST-ERRO-AMG
                         MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO LIG-002
                      ELSE
                         DISPLAY (20, 40) AM-NOME.
      *
      *    VINCULO EXISTENTE: DO MESMO CPF PODE SER EXCLUIDO; DE
      *    OUTRO CPF E SUBSTITUIDO
       LIG-003.
                MOVE ZEROS TO W-SEL W-CPF-ANT
                MOVE W-PAPEL TO LG-PAPEL
                MOVE W-REF   TO LG-REF
                READ CADCPFLIG
                IF ST-ERRO-LIG = "00"
                   MOVE 1 TO W-SEL
                   MOVE LG-CPF TO W-CPF-ANT
                ELSE
                   MOVE "00" TO ST-ERRO-LIG.
                DISPLAY (21, 01) LIMPA
                IF W-SEL = 1 AND W-CPF-ANT = W-CPF
                   DISPLAY (21, 01) "JA VINCULADO A ESTE CPF - "
                                    "EXCLUIR O VINCULO (S/N): "
                   ACCEPT (21, 52) W-OPCAO
                   IF W-OPCAO = "S" OR "s"
                      GO TO LIG-EXCLUI
                   ELSE
                      GO TO LIG-FIM.
                IF W-SEL = 1
                   DISPLAY (21, 01) "VINCULADO AO CPF "
                   DISPLAY (21, 18) W-CPF-ANT
                   DISPLAY (21, 30) "- SUBSTITUIR (S/N): "
                ELSE
                   DISPLAY (21, 01) "CONFIRMA O VINCULO (S/N): ".
                ACCEPT (21, 52) W-OPCAO
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** OPERACAO NAO REALIZADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIG-FIM.
                MOVE W-PAPEL    TO LG-PAPEL
                MOVE W-REF      TO LG-REF
                MOVE W-CPF      TO LG-CPF
                ACCEPT LG-DATA-INC FROM DATE YYYYMMDD
                MOVE W-OPERADOR TO LG-OPERADOR
                IF W-SEL = 1
                   REWRITE REGCPFLIG
                ELSE
                   WRITE REGCPFLIG.
                IF ST-ERRO-LIG NOT = "00" AND ST-ERRO-LIG NOT = "02"
                   MOVE "00" TO ST-ERRO-LIG
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCPFLIG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIG-FIM.
                IF W-SEL = 1
                   PERFORM LIG-TIRA THRU LIG-TIRA-FIM.
                MOVE W-CPF   TO PS-CPF
                MOVE W-PAPEL TO PS-PAPEL
                MOVE W-REF   TO PS-REF
                PERFORM IPS-ATUAL THRU IPS-ATUAL-FIM
                ACCEPT PS-DATA-GER FROM DATE YYYYMMDD
                IF W-ACHOU = 1
                   WRITE REGPESSOA
                   IF ST-ERRO NOT = "00"
                      MOVE "00" TO ST-ERRO
                      REWRITE REGPESSOA.
                MOVE "VINC CPF" TO AU-OPERACAO
                MOVE W-CPF      TO AU-CHAVE
                MOVE SPACES     TO AU-MOTIVO
                STRING W-PAPEL " " W-REF DELIMITED BY SIZE
                       INTO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** VINCULO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIG-FIM.
      *
       LIG-EXCLUI.
                DELETE CADCPFLIG RECORD
                PERFORM LIG-TIRA THRU LIG-TIRA-FIM
                MOVE "DESV CPF" TO AU-OPERACAO
                MOVE W-CPF      TO AU-CHAVE
                MOVE SPACES     TO AU-MOTIVO
                STRING W-PAPEL " " W-REF DELIMITED BY SIZE
                       INTO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** VINCULO EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIG-FIM.
                DISPLAY (19, 01) LIMPA
                DISPLAY (20, 01) LIMPA
                DISPLAY (21, 01) LIMPA
                GO TO IPS-001.
      *
      *    RETIRA DO INDICE O PAPEL DO VINCULO ANTERIOR
       LIG-TIRA.
                MOVE W-CPF-ANT TO PS-CPF
                MOVE W-PAPEL   TO PS-PAPEL
                MOVE W-REF     TO PS-REF
                DELETE CADPESSOA RECORD
                MOVE "00" TO ST-ERRO.
       LIG-TIRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE AUDITORIA *
      **********************
      *
       AUD-GRAVA.
                ACCEPT AU-DATA FROM DATE YYYYMMDD
                ACCEPT AU-HORA FROM TIME
                MOVE "PROGR96T" TO AU-PROGRAMA
                MOVE W-OPERADOR TO AU-OPERADOR
                WRITE LINAUDIT.
       AUD-GRAVA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPESSOA CADCPFLIG AUDITLOG
                IF W-TEM-PAC = 1
                   CLOSE CADPACI.
                IF W-TEM-ALU = 1
                   CLOSE CADALUNO.
                IF W-TEM-FUN = 1
                   CLOSE CADFUN.
                IF W-TEM-AMG = 1
                   CLOSE ARQAMIGO.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA(1:50).
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
