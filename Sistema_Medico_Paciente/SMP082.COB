       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP082.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * PESQUISA DE SATISFACAO: IMPORTACAO *
      * DA PESQUISA TELEFONICA (ARQUIVO    *
      * DELIMITADO POR PONTO-E-VIRGULA):   *
      * CPF;DDMMAAAA;HHMM;NPS;PONTUALIDADE;*
      * CORTESIA;EXPLICACOES;COMENTARIO    *
      * E RELATORIO MENSAL POR MEDICO,     *
      * FILIAL E CONVENIO (TAXA DE         *
      * RESPOSTA, NPS, NOTAS, ESPERA REAL  *
      * DO CADCHEGADA E PIORES COMENTARIOS)*
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTEL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TEL.
      *
      *-----------------------------------------------------------------
           SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERRO-PESQ.
      *
      *-----------------------------------------------------------------
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO-CON
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCHEGADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CG-CHAVE
                    FILE STATUS  IS ST-ERRO-CG.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MED.
      *
      *-----------------------------------------------------------------
           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO-FIL.
      *
      *-----------------------------------------------------------------
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CNV.
      *
      *-----------------------------------------------------------------
           SELECT RELERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-ERR.
      *
      *-----------------------------------------------------------------
           SELECT RELPESQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQTEL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PESQTEL.TXT".
       01 LINTEL              PIC X(120).

       FD CADPESQ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPESQ.DAT".
       01 REGPESQ.
                03 PQ-CHAVE.
                    05 PQ-CPF      PIC 9(11).
                    05 PQ-DATA.
                        07 PQ-DIA  PIC 9(02).
                        07 PQ-MES  PIC 9(02).
                        07 PQ-ANO  PIC 9(04).
                    05 PQ-HORA     PIC 9(04).
                03 PQ-NPS          PIC 9(02).
                03 PQ-PONTUAL      PIC 9(01).
                03 PQ-CORTESIA     PIC 9(01).
                03 PQ-EXPLICA      PIC 9(01).
                03 PQ-COMENT       PIC X(60).
                03 PQ-ORIGEM       PIC X(01).
                03 PQ-DATA-REG     PIC 9(08).

       FD CADCONSU
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONSU.
                03 CPFDATA.
                    05 CPF-P       PIC 9(11).
                    05 DATACONSULTA.
                        07 DIA-C   PIC 9(02).
                        07 MES-C   PIC 9(02).
                        07 ANO-C   PIC 9(04).
                    05 HORACONSULTA.
                        07 HORA-C  PIC 9(02).
                        07 MIN-C   PIC 9(02).
                03 CRM-MED         PIC 9(06).
                03 FILLER          PIC X(147).
                03 STATUS-REG      PIC X(01).
                03 FILLER          PIC X(92).
                03 STATUS-CONSU    PIC X(01).
                03 SIT-FATUR       PIC X(01).
                03 COD-GLOSA       PIC X(05).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 NUM-LOTE        PIC 9(06).
                03 COD-FILIAL      PIC 9(02).

       FD CADCHEGADA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCHEGADA.DAT".
       01 REGCHEGADA.
                03 CG-CHAVE        PIC X(23).
                03 CG-CRM          PIC 9(06).
                03 CG-HORA-CHEG    PIC 9(04).
                03 CG-HORA-CHAM    PIC 9(04).
                03 CG-HORA-FIM     PIC 9(04).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 FILLER          PIC X(40).
                03 CONVENIO        PIC 9(04).
                03 FILLER          PIC X(188).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADFILIAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
                03 FIL-CODIGO      PIC 9(02).
                03 FIL-NOME        PIC X(30).
                03 FIL-ENDERECO    PIC X(30).

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(87).

       FD RELERRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PESQERRO.DAT".
       01 LINRELERRO.
                03 ER-LINHA        PIC X(50).
                03 FILLER          PIC X(03) VALUE " * ".
                03 ER-MOTIVO       PIC X(30).

       FD RELPESQ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-ARQNOME.
       01 LINRELPESQ          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-TEL   PIC X(02) VALUE "00".
       77 ST-ERRO-PESQ  PIC X(02) VALUE "00".
       77 ST-ERRO-CON   PIC X(02) VALUE "00".
       77 ST-ERRO-CG    PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 ST-ERRO-FIL   PIC X(02) VALUE "00".
       77 ST-ERRO-CNV   PIC X(02) VALUE "00".
       77 ST-ERRO-ERR   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-ARQNOME     PIC X(20) VALUE SPACES.
       77 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       77 W-CG-OK       PIC X(01) VALUE "N".
       77 W-PACI-OK     PIC X(01) VALUE "N".
       77 W-MED-OK      PIC X(01) VALUE "N".
       77 W-FIL-OK      PIC X(01) VALUE "N".
       77 W-CNV-OK      PIC X(01) VALUE "N".
       77 W-TEM-PESQ    PIC X(01) VALUE "N".
       77 W-CPF-TXT     PIC X(11) VALUE SPACES.
       77 W-DATA-TXT    PIC X(08) VALUE SPACES.
       77 W-HORA-TXT    PIC X(04) VALUE SPACES.
       77 W-NPS-TXT     PIC X(02) JUSTIFIED RIGHT VALUE SPACES.
       77 W-PON-TXT     PIC X(01) VALUE SPACES.
       77 W-COR-TXT     PIC X(01) VALUE SPACES.
       77 W-EXP-TXT     PIC X(01) VALUE SPACES.
       77 W-COM-TXT     PIC X(60) VALUE SPACES.
       77 W-TOT-OK      PIC 9(05) VALUE ZEROS.
       77 W-TOT-ERR     PIC 9(05) VALUE ZEROS.
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-CONVENIO    PIC 9(04) VALUE ZEROS.
       77 W-ESPERA-OK   PIC X(01) VALUE "N".
       77 W-MIN-CHEG    PIC 9(05) VALUE ZEROS.
       77 W-MIN-CHAM    PIC 9(05) VALUE ZEROS.
       77 W-ESPERA-MIN  PIC S9(05) VALUE ZEROS.
       77 W-HH          PIC 9(02) VALUE ZEROS.
       77 W-MM          PIC 9(02) VALUE ZEROS.
       77 W-NOTA        PIC 9(02) VALUE ZEROS.
       77 W-TOT-REAL    PIC 9(06) VALUE ZEROS.
       77 W-TOT-RESP    PIC 9(06) VALUE ZEROS.
       01 W-NPS-NUM     PIC 9(02) VALUE ZEROS.
       01 W-NPS-NUM-X REDEFINES W-NPS-NUM PIC X(02).
      *
      *    ACUMULADORES POR GRUPO: M=MEDICO F=FILIAL C=CONVENIO
       77 TG-TOTAL      PIC 9(03) VALUE ZEROS.
       77 TG-IX         PIC 9(03) VALUE ZEROS.
       77 TG-IY         PIC 9(03) VALUE ZEROS.
       77 W-TROCOU      PIC 9(01) VALUE ZEROS.
       77 W-GR-TIPO     PIC X(01) VALUE SPACES.
       77 W-GR-COD      PIC 9(06) VALUE ZEROS.
       01 TABGRUPO.
           03 TG-ENT OCCURS 300 TIMES.
              05 TG-TIPO     PIC X(01).
              05 TG-COD      PIC 9(06).
              05 TG-NPS      PIC S9(03).
              05 TG-REAL     PIC 9(05).
              05 TG-RESP     PIC 9(05).
              05 TG-PROM     PIC 9(05).
              05 TG-DETR     PIC 9(05).
              05 TG-S-PONT   PIC 9(06).
              05 TG-S-CORT   PIC 9(06).
              05 TG-S-EXPL   PIC 9(06).
              05 TG-Q-ESP    PIC 9(05).
              05 TG-S-ESP    PIC 9(07).
       01 TG-ENT-AUX         PIC X(60).
      *
      *    ESPERA REAL POR NOTA DE PONTUALIDADE
       77 TP-IX         PIC 9(01) VALUE ZEROS.
       01 TABPONT.
           03 TP-ENT OCCURS 5 TIMES.
              05 TP-QTD      PIC 9(05).
              05 TP-Q-ESP    PIC 9(05).
              05 TP-S-ESP    PIC 9(07).
      *
      *    PIORES COMENTARIOS (SOMA DAS QUATRO NOTAS)
       77 TB-TOTAL      PIC 9(02) VALUE ZEROS.
       77 TB-IX         PIC 9(02) VALUE ZEROS.
       77 TB-IY         PIC 9(02) VALUE ZEROS.
       77 TB-MAIOR      PIC 9(02) VALUE ZEROS.
       01 TABCOMENT.
           03 TB-ENT OCCURS 10 TIMES.
              05 TB-NOTA     PIC 9(02).
              05 TB-NPS      PIC 9(02).
              05 TB-CRM      PIC 9(06).
              05 TB-DIA      PIC 9(02).
              05 TB-MES      PIC 9(02).
              05 TB-COMENT   PIC X(60).
       01 TB-ENT-AUX         PIC X(74).
      *
       01 LINCAB.
           03 FILLER          PIC X(39)
              VALUE "PESQUISA DE SATISFACAO DOS PACIENTES - ".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINSECAO.
           03 LS-TITULO       PIC X(50).
       01 LINCOL.
           03 FILLER          PIC X(28) VALUE "CODIGO NOME".
           03 FILLER          PIC X(06) VALUE " REAL ".
           03 FILLER          PIC X(06) VALUE " RESP ".
           03 FILLER          PIC X(05) VALUE "TAXA ".
           03 FILLER          PIC X(05) VALUE " NPS ".
           03 FILLER          PIC X(05) VALUE "PONT ".
           03 FILLER          PIC X(05) VALUE "CORT ".
           03 FILLER          PIC X(05) VALUE "EXPL ".
           03 FILLER          PIC X(05) VALUE "ESPER".
       01 LINDET.
           03 LD-COD          PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-NOME         PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-REAL         PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-RESP         PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-TAXA         PIC ZZ9.
           03 FILLER          PIC X(02) VALUE "% ".
           03 LD-NPS          PIC ---9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-PONT         PIC Z9,9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-CORT         PIC Z9,9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-EXPL         PIC Z9,9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-ESPERA       PIC ZZZ9.
       01 LINPON.
           03 FILLER          PIC X(15) VALUE "PONTUALIDADE  ".
           03 LP-NOTA         PIC 9(01).
           03 FILLER          PIC X(13) VALUE "  RESPOSTAS: ".
           03 LP-QTD          PIC ZZZZ9.
           03 FILLER          PIC X(16) VALUE "  ESPERA MEDIA: ".
           03 LP-ESPERA       PIC ZZZZ9.
           03 FILLER          PIC X(04) VALUE " MIN".
           03 FILLER          PIC X(14) VALUE "  MEDIDAS:    ".
           03 LP-QESP         PIC ZZZZ9.
       01 LINCOM1.
           03 FILLER          PIC X(06) VALUE "NOTAS ".
           03 LM-NOTA         PIC Z9.
           03 FILLER          PIC X(06) VALUE "  NPS ".
           03 LM-NPS          PIC Z9.
           03 FILLER          PIC X(07) VALUE "  CRM: ".
           03 LM-CRM          PIC 9(06).
           03 FILLER          PIC X(09) VALUE "  DATA:  ".
           03 LM-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LM-MES          PIC 9(02).
       01 LINCOM2.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LM-COMENT       PIC X(60).
       01 LINTOT.
           03 LT-ROTULO       PIC X(40).
           03 LT-VALOR        PIC ---.--9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PES-001.
           DISPLAY "PESQUISA DE SATISFACAO DOS PACIENTES"
           DISPLAY "FUNCAO (1=IMPORTAR PESQUISA TELEFONICA "
                   "2=RELATORIO MENSAL): "
           ACCEPT W-FUNCAO
           IF W-FUNCAO NOT = 1 AND W-FUNCAO NOT = 2
               DISPLAY "FUNCAO INVALIDA"
               GO TO PES-001.
       PES-OP0.
           OPEN I-O CADPESQ
           IF ST-ERRO-PESQ NOT = "00"
               IF ST-ERRO-PESQ = "30"
                   OPEN OUTPUT CADPESQ
                   CLOSE CADPESQ
                   GO TO PES-OP0
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPESQ"
                   GO TO ROT-FIM.
           OPEN INPUT CADCONSU
           IF ST-ERRO-CON NOT = "00"
               DISPLAY "ARQUIVO CADCONSU NAO ENCONTRADO"
               CLOSE CADPESQ
               GO TO ROT-FIM.
      *    SEM O CADCHEGADA A ESPERA REAL FICA SEM MEDIR
           OPEN INPUT CADCHEGADA
           IF ST-ERRO-CG = "00"
               MOVE "S" TO W-CG-OK.
           IF W-FUNCAO = 2
               GO TO REL-001.
      *
      *****************************************
      * IMPORTACAO DA PESQUISA TELEFONICA      *
      *****************************************
      *
       IMP-001.
           OPEN INPUT ARQTEL
           IF ST-ERRO-TEL NOT = "00"
               DISPLAY "ARQUIVO PESQTEL.TXT NAO ENCONTRADO"
               GO TO PES-FECHA.
           OPEN OUTPUT RELERRO
           IF ST-ERRO-ERR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PESQERRO"
               CLOSE ARQTEL
               GO TO PES-FECHA.
       IMP-LER.
           READ ARQTEL NEXT RECORD
           AT END
               GO TO IMP-FIM.
           IF LINTEL = SPACES
               GO TO IMP-LER.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM
           GO TO IMP-LER.
       IMP-FIM.
           CLOSE ARQTEL RELERRO
           DISPLAY "PESQUISAS IMPORTADAS: " W-TOT-OK
           DISPLAY "LINHAS REJEITADAS...: " W-TOT-ERR
           IF W-TOT-ERR > ZEROS
               DISPLAY "VEJA OS MOTIVOS EM PESQERRO.DAT".
           GO TO PES-FECHA.
      *
      *****************************************
      * TRATA UMA LINHA DA PESQUISA: A CONSULTA*
      * PRECISA EXISTIR E TER SIDO REALIZADA   *
      * (SITUACAO R OU FIM DE ATENDIMENTO NO   *
      * CADCHEGADA)                            *
      *****************************************
      *
       IMP-LINHA.
           MOVE SPACES TO W-CPF-TXT W-DATA-TXT W-HORA-TXT W-NPS-TXT
                          W-PON-TXT W-COR-TXT W-EXP-TXT W-COM-TXT
           UNSTRING LINTEL DELIMITED BY ";"
               INTO W-CPF-TXT W-DATA-TXT W-HORA-TXT W-NPS-TXT
                    W-PON-TXT W-COR-TXT W-EXP-TXT W-COM-TXT.
           IF W-CPF-TXT NOT NUMERIC
               MOVE "CPF NAO NUMERICO" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           IF W-DATA-TXT NOT NUMERIC OR W-HORA-TXT NOT NUMERIC
               MOVE "DATA/HORA INVALIDA" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           INSPECT W-NPS-TXT REPLACING LEADING SPACES BY ZEROS
           MOVE W-NPS-TXT TO W-NPS-NUM-X
           IF W-NPS-NUM NOT NUMERIC OR W-PON-TXT NOT NUMERIC
              OR W-COR-TXT NOT NUMERIC OR W-EXP-TXT NOT NUMERIC
               MOVE "NOTA NAO NUMERICA" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           MOVE W-NPS-NUM TO PQ-NPS
           MOVE W-PON-TXT TO PQ-PONTUAL
           MOVE W-COR-TXT TO PQ-CORTESIA
           MOVE W-EXP-TXT TO PQ-EXPLICA
           IF PQ-NPS > 10
              OR PQ-PONTUAL < 1 OR PQ-PONTUAL > 5
              OR PQ-CORTESIA < 1 OR PQ-CORTESIA > 5
              OR PQ-EXPLICA < 1 OR PQ-EXPLICA > 5
               MOVE "NOTA FORA DA ESCALA" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           MOVE W-CPF-TXT  TO CPF-P
           MOVE W-DATA-TXT TO DATACONSULTA
           MOVE W-HORA-TXT TO HORACONSULTA
           READ CADCONSU
           IF ST-ERRO-CON NOT = "00" OR STATUS-REG OF REGCONSU = "I"
               MOVE "CONSULTA NAO ENCONTRADA" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           PERFORM CHG-LER THRU CHG-LER-FIM
           IF STATUS-CONSU NOT = "R" AND CG-HORA-FIM = ZEROS
               MOVE "CONSULTA NAO REALIZADA" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           MOVE CPFDATA   TO PQ-CHAVE
           MOVE W-COM-TXT TO PQ-COMENT
           MOVE "T" TO PQ-ORIGEM
           ACCEPT PQ-DATA-REG FROM DATE YYYYMMDD
           WRITE REGPESQ
           IF ST-ERRO-PESQ = "00" OR "02"
               ADD 1 TO W-TOT-OK
               GO TO IMP-LINHA-FIM.
           IF ST-ERRO-PESQ = "22"
               MOVE "PESQUISA JA REGISTRADA" TO ER-MOTIVO
           ELSE
               MOVE "ERRO NA GRAVACAO DO CADPESQ" TO ER-MOTIVO.
           PERFORM IMP-ERRO THRU IMP-ERRO-FIM.
       IMP-LINHA-FIM.
           EXIT.
      *
       IMP-ERRO.
           MOVE LINTEL TO ER-LINHA
           WRITE LINRELERRO
           ADD 1 TO W-TOT-ERR.
       IMP-ERRO-FIM.
           EXIT.
      *
      *****************************************
      * CHEGADA DA CONSULTA LIDA (MESMA CHAVE  *
      * DO CADCONSU); SEM REGISTRO FICA ZERADA *
      *****************************************
      *
       CHG-LER.
           MOVE ZEROS TO CG-HORA-CHEG CG-HORA-CHAM CG-HORA-FIM
           IF W-CG-OK NOT = "S"
               GO TO CHG-LER-FIM.
           MOVE CPFDATA TO CG-CHAVE
           READ CADCHEGADA
           IF ST-ERRO-CG NOT = "00"
               MOVE ZEROS TO CG-HORA-CHEG CG-HORA-CHAM CG-HORA-FIM.
       CHG-LER-FIM.
           EXIT.
      *
      *****************************************
      * RELATORIO MENSAL: CONSULTAS REALIZADAS *
      * DO MES CONTRA AS PESQUISAS RESPONDIDAS *
      *****************************************
      *
       REL-001.
           DISPLAY "MES E ANO DO RELATORIO (MM AAAA): "
           ACCEPT W-MES-REF
           ACCEPT W-ANO-REF
           IF W-MES-REF < 1 OR W-MES-REF > 12 OR W-ANO-REF < 2000
               DISPLAY "MES/ANO INVALIDO"
               GO TO REL-001.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI = "00"
               MOVE "S" TO W-PACI-OK.
           OPEN INPUT CADMED
           IF ST-ERRO-MED = "00"
               MOVE "S" TO W-MED-OK.
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
               MOVE "S" TO W-FIL-OK.
           OPEN INPUT CADCONV
           IF ST-ERRO-CNV = "00"
               MOVE "S" TO W-CNV-OK.
           MOVE SPACES TO W-ARQNOME
           STRING "PESQ" W-ANO-REF W-MES-REF ".DAT"
              DELIMITED BY SIZE INTO W-ARQNOME
           OPEN OUTPUT RELPESQ
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQNOME
               GO TO REL-FECHA.
           MOVE ZEROS TO TG-TOTAL TB-TOTAL TABPONT
           MOVE ZEROS TO CPFDATA
           START CADCONSU KEY IS NOT LESS THAN CPFDATA
           IF ST-ERRO-CON NOT = "00"
               GO TO REL-CALCULA.
       REL-LER.
           READ CADCONSU NEXT RECORD
           IF ST-ERRO-CON NOT = "00"
               GO TO REL-CALCULA.
           IF MES-C NOT = W-MES-REF OR ANO-C NOT = W-ANO-REF
               GO TO REL-LER.
           IF STATUS-REG OF REGCONSU = "I"
               GO TO REL-LER.
           MOVE "N" TO W-TEM-PESQ
           MOVE CPFDATA TO PQ-CHAVE
           READ CADPESQ
           IF ST-ERRO-PESQ = "00"
               MOVE "S" TO W-TEM-PESQ.
           PERFORM CHG-LER THRU CHG-LER-FIM
           IF STATUS-CONSU NOT = "R" AND CG-HORA-FIM = ZEROS
              AND W-TEM-PESQ NOT = "S"
               GO TO REL-LER.
           ADD 1 TO W-TOT-REAL
           MOVE ZEROS TO W-CONVENIO
           IF W-PACI-OK = "S"
               MOVE CPF-P TO CPF
               READ CADPACI
               IF ST-ERRO-PACI = "00"
                   MOVE CONVENIO TO W-CONVENIO.
           PERFORM ESP-CALC THRU ESP-CALC-FIM
           MOVE "M" TO W-GR-TIPO
           MOVE CRM-MED TO W-GR-COD
           PERFORM ACU-GRUPO THRU ACU-GRUPO-FIM
           MOVE "F" TO W-GR-TIPO
           MOVE COD-FILIAL TO W-GR-COD
           PERFORM ACU-GRUPO THRU ACU-GRUPO-FIM
           MOVE "C" TO W-GR-TIPO
           MOVE W-CONVENIO TO W-GR-COD
           PERFORM ACU-GRUPO THRU ACU-GRUPO-FIM
           IF W-TEM-PESQ NOT = "S"
               GO TO REL-LER.
           ADD 1 TO W-TOT-RESP
           MOVE PQ-PONTUAL TO TP-IX
           ADD 1 TO TP-QTD(TP-IX)
           IF W-ESPERA-OK = "S"
               ADD 1 TO TP-Q-ESP(TP-IX)
               ADD W-ESPERA-MIN TO TP-S-ESP(TP-IX).
           IF PQ-COMENT NOT = SPACES
               PERFORM COM-GUARDA THRU COM-GUARDA-FIM.
           GO TO REL-LER.
      *
      *****************************************
      * ESPERA REAL EM MINUTOS: CHEGADA ATE A  *
      * CHAMADA PELO MEDICO                    *
      *****************************************
      *
       ESP-CALC.
           MOVE "N" TO W-ESPERA-OK
           MOVE ZEROS TO W-ESPERA-MIN
           IF CG-HORA-CHEG = ZEROS OR CG-HORA-CHAM = ZEROS
               GO TO ESP-CALC-FIM.
           DIVIDE CG-HORA-CHEG BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MIN-CHEG = (W-HH * 60) + W-MM
           DIVIDE CG-HORA-CHAM BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MIN-CHAM = (W-HH * 60) + W-MM
           COMPUTE W-ESPERA-MIN = W-MIN-CHAM - W-MIN-CHEG
           IF W-ESPERA-MIN < ZEROS
               MOVE ZEROS TO W-ESPERA-MIN
               GO TO ESP-CALC-FIM.
           MOVE "S" TO W-ESPERA-OK.
       ESP-CALC-FIM.
           EXIT.
      *
      *****************************************
      * ACUMULA A CONSULTA NO GRUPO (TIPO E    *
      * CODIGO): REALIZADAS, RESPOSTAS, NPS    *
      * (PROMOTOR 9-10, DETRATOR 0-6), NOTAS   *
      * E ESPERA REAL                          *
      *****************************************
      *
       ACU-GRUPO.
           MOVE 1 TO TG-IX.
       ACU-GRUPO-BUSCA.
           IF TG-IX > TG-TOTAL
               GO TO ACU-GRUPO-NOVO.
           IF TG-TIPO(TG-IX) = W-GR-TIPO AND TG-COD(TG-IX) = W-GR-COD
               GO TO ACU-GRUPO-SOMA.
           ADD 1 TO TG-IX
           GO TO ACU-GRUPO-BUSCA.
       ACU-GRUPO-NOVO.
           IF TG-TOTAL >= 300
               GO TO ACU-GRUPO-FIM.
           ADD 1 TO TG-TOTAL
           MOVE TG-TOTAL TO TG-IX
           MOVE ZEROS TO TG-ENT(TG-IX)
           MOVE W-GR-TIPO TO TG-TIPO(TG-IX)
           MOVE W-GR-COD  TO TG-COD(TG-IX).
       ACU-GRUPO-SOMA.
           ADD 1 TO TG-REAL(TG-IX)
           IF W-TEM-PESQ NOT = "S"
               GO TO ACU-GRUPO-FIM.
           ADD 1 TO TG-RESP(TG-IX)
           IF PQ-NPS > 8
               ADD 1 TO TG-PROM(TG-IX).
           IF PQ-NPS < 7
               ADD 1 TO TG-DETR(TG-IX).
           ADD PQ-PONTUAL  TO TG-S-PONT(TG-IX)
           ADD PQ-CORTESIA TO TG-S-CORT(TG-IX)
           ADD PQ-EXPLICA  TO TG-S-EXPL(TG-IX)
           IF W-ESPERA-OK = "S"
               ADD 1 TO TG-Q-ESP(TG-IX)
               ADD W-ESPERA-MIN TO TG-S-ESP(TG-IX).
       ACU-GRUPO-FIM.
           EXIT.
      *
      *****************************************
      * GUARDA OS 10 COMENTARIOS DE MENOR NOTA *
      * (NPS + PONTUALIDADE + CORTESIA +       *
      * EXPLICACOES)                           *
      *****************************************
      *
       COM-GUARDA.
           COMPUTE W-NOTA = PQ-NPS + PQ-PONTUAL + PQ-CORTESIA
                          + PQ-EXPLICA
           IF TB-TOTAL < 10
               ADD 1 TO TB-TOTAL
               MOVE TB-TOTAL TO TB-IX
               GO TO COM-GUARDA-GRAVA.
           MOVE 1 TO TB-MAIOR
           MOVE 2 TO TB-IX.
       COM-GUARDA-MAIOR.
           IF TB-IX > TB-TOTAL
               GO TO COM-GUARDA-TROCA.
           IF TB-NOTA(TB-IX) > TB-NOTA(TB-MAIOR)
               MOVE TB-IX TO TB-MAIOR.
           ADD 1 TO TB-IX
           GO TO COM-GUARDA-MAIOR.
       COM-GUARDA-TROCA.
           IF W-NOTA NOT < TB-NOTA(TB-MAIOR)
               GO TO COM-GUARDA-FIM.
           MOVE TB-MAIOR TO TB-IX.
       COM-GUARDA-GRAVA.
           MOVE W-NOTA    TO TB-NOTA(TB-IX)
           MOVE PQ-NPS    TO TB-NPS(TB-IX)
           MOVE CRM-MED   TO TB-CRM(TB-IX)
           MOVE DIA-C     TO TB-DIA(TB-IX)
           MOVE MES-C     TO TB-MES(TB-IX)
           MOVE PQ-COMENT TO TB-COMENT(TB-IX).
       COM-GUARDA-FIM.
           EXIT.
      *
      *****************************************
      * NPS DE CADA GRUPO E ORDENACAO: POR     *
      * TIPO E, DENTRO DO TIPO, DO MAIOR NPS   *
      * PARA O MENOR (RANKING)                 *
      *****************************************
      *
       REL-CALCULA.
           MOVE 1 TO TG-IX.
       REL-CALC-NPS.
           IF TG-IX > TG-TOTAL
               GO TO REL-ORDENA.
           MOVE ZEROS TO TG-NPS(TG-IX)
           IF TG-RESP(TG-IX) > ZEROS
               COMPUTE TG-NPS(TG-IX) ROUNDED =
                   (TG-PROM(TG-IX) - TG-DETR(TG-IX)) * 100
                   / TG-RESP(TG-IX).
           ADD 1 TO TG-IX
           GO TO REL-CALC-NPS.
       REL-ORDENA.
           IF TG-TOTAL < 2
               GO TO COM-ORDENA.
           MOVE 1 TO W-TROCOU.
       REL-ORD-PASSO.
           IF W-TROCOU = ZEROS
               GO TO COM-ORDENA.
           MOVE ZEROS TO W-TROCOU
           MOVE 1 TO TG-IX.
       REL-ORD-PAR.
           COMPUTE TG-IY = TG-IX + 1
           IF TG-IY > TG-TOTAL
               GO TO REL-ORD-PASSO.
           IF TG-TIPO(TG-IX) < TG-TIPO(TG-IY)
               GO TO REL-ORD-PROX.
           IF TG-TIPO(TG-IX) = TG-TIPO(TG-IY)
              AND TG-NPS(TG-IX) NOT < TG-NPS(TG-IY)
               GO TO REL-ORD-PROX.
           MOVE TG-ENT(TG-IX) TO TG-ENT-AUX
           MOVE TG-ENT(TG-IY) TO TG-ENT(TG-IX)
           MOVE TG-ENT-AUX    TO TG-ENT(TG-IY)
           MOVE 1 TO W-TROCOU.
       REL-ORD-PROX.
           ADD 1 TO TG-IX
           GO TO REL-ORD-PAR.
      *
       COM-ORDENA.
           IF TB-TOTAL < 2
               GO TO REL-IMP.
           MOVE 1 TO W-TROCOU.
       COM-ORD-PASSO.
           IF W-TROCOU = ZEROS
               GO TO REL-IMP.
           MOVE ZEROS TO W-TROCOU
           MOVE 1 TO TB-IX.
       COM-ORD-PAR.
           COMPUTE TB-IY = TB-IX + 1
           IF TB-IY > TB-TOTAL
               GO TO COM-ORD-PASSO.
           IF TB-NOTA(TB-IX) > TB-NOTA(TB-IY)
               MOVE TB-ENT(TB-IX) TO TB-ENT-AUX
               MOVE TB-ENT(TB-IY) TO TB-ENT(TB-IX)
               MOVE TB-ENT-AUX    TO TB-ENT(TB-IY)
               MOVE 1 TO W-TROCOU.
           ADD 1 TO TB-IX
           GO TO COM-ORD-PAR.
      *
      *****************************************
      * IMPRESSAO: RANKING DE MEDICOS, FILIAIS,*
      * CONVENIOS, PONTUALIDADE X ESPERA REAL  *
      * E PIORES COMENTARIOS                   *
      *****************************************
      *
       REL-IMP.
           MOVE W-MES-REF TO LC-MES
           MOVE W-ANO-REF TO LC-ANO
           MOVE LINCAB TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE "CONSULTAS REALIZADAS NO MES" TO LT-ROTULO
           MOVE W-TOT-REAL TO LT-VALOR
           MOVE LINTOT TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE "PESQUISAS RESPONDIDAS" TO LT-ROTULO
           MOVE W-TOT-RESP TO LT-VALOR
           MOVE LINTOT TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE "RANKING DE MEDICOS (POR NPS)" TO LS-TITULO
           MOVE "M" TO W-GR-TIPO
           PERFORM GRP-IMP THRU GRP-IMP-FIM
           MOVE "FILIAIS" TO LS-TITULO
           MOVE "F" TO W-GR-TIPO
           PERFORM GRP-IMP THRU GRP-IMP-FIM
           MOVE "CONVENIOS (0 = PARTICULAR)" TO LS-TITULO
           MOVE "C" TO W-GR-TIPO
           PERFORM GRP-IMP THRU GRP-IMP-FIM
           MOVE SPACES TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE "NOTA DE PONTUALIDADE X ESPERA REAL (CHEGADA/CHAMADA)"
                                                        TO LS-TITULO
           MOVE LINSECAO TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE 1 TO TP-IX.
       REL-IMP-PONT.
           MOVE TP-IX TO LP-NOTA
           MOVE TP-QTD(TP-IX) TO LP-QTD
           MOVE TP-Q-ESP(TP-IX) TO LP-QESP
           MOVE ZEROS TO LP-ESPERA
           IF TP-Q-ESP(TP-IX) > ZEROS
               COMPUTE LP-ESPERA ROUNDED =
                       TP-S-ESP(TP-IX) / TP-Q-ESP(TP-IX).
           MOVE LINPON TO LINRELPESQ
           WRITE LINRELPESQ
           IF TP-IX < 5
               ADD 1 TO TP-IX
               GO TO REL-IMP-PONT.
           MOVE SPACES TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE "COMENTARIOS COM AS MENORES NOTAS" TO LS-TITULO
           MOVE LINSECAO TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE 1 TO TB-IX.
       REL-IMP-COM.
           IF TB-IX > TB-TOTAL
               GO TO REL-IMP-FIM.
           MOVE TB-NOTA(TB-IX)   TO LM-NOTA
           MOVE TB-NPS(TB-IX)    TO LM-NPS
           MOVE TB-CRM(TB-IX)    TO LM-CRM
           MOVE TB-DIA(TB-IX)    TO LM-DIA
           MOVE TB-MES(TB-IX)    TO LM-MES
           MOVE TB-COMENT(TB-IX) TO LM-COMENT
           MOVE LINCOM1 TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE LINCOM2 TO LINRELPESQ
           WRITE LINRELPESQ
           ADD 1 TO TB-IX
           GO TO REL-IMP-COM.
       REL-IMP-FIM.
           CLOSE RELPESQ
           DISPLAY "RELATORIO GRAVADO EM " W-ARQNOME
           DISPLAY "CONSULTAS REALIZADAS: " W-TOT-REAL
           DISPLAY "PESQUISAS...........: " W-TOT-RESP.
       REL-FECHA.
           IF W-PACI-OK = "S"
               CLOSE CADPACI.
           IF W-MED-OK = "S"
               CLOSE CADMED.
           IF W-FIL-OK = "S"
               CLOSE CADFILIAL.
           IF W-CNV-OK = "S"
               CLOSE CADCONV.
       PES-FECHA.
           CLOSE CADPESQ CADCONSU
           IF W-CG-OK = "S"
               CLOSE CADCHEGADA.
           GO TO ROT-FIMP.
      *
      *****************************************
      * UMA SECAO DO RELATORIO (GRUPOS DO TIPO *
      * EM W-GR-TIPO, JA EM ORDEM DE NPS)      *
      *****************************************
      *
       GRP-IMP.
           MOVE SPACES TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE LINSECAO TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE LINCOL TO LINRELPESQ
           WRITE LINRELPESQ
           MOVE 1 TO TG-IX.
       GRP-IMP-LOOP.
           IF TG-IX > TG-TOTAL
               GO TO GRP-IMP-FIM.
           IF TG-TIPO(TG-IX) NOT = W-GR-TIPO
               ADD 1 TO TG-IX
               GO TO GRP-IMP-LOOP.
           MOVE TG-COD(TG-IX)  TO LD-COD
           MOVE TG-REAL(TG-IX) TO LD-REAL
           MOVE TG-RESP(TG-IX) TO LD-RESP
           MOVE TG-NPS(TG-IX)  TO LD-NPS
           MOVE ZEROS TO LD-TAXA LD-PONT LD-CORT LD-EXPL LD-ESPERA
           COMPUTE LD-TAXA ROUNDED =
                   TG-RESP(TG-IX) * 100 / TG-REAL(TG-IX)
           IF TG-RESP(TG-IX) > ZEROS
               COMPUTE LD-PONT ROUNDED =
                       TG-S-PONT(TG-IX) / TG-RESP(TG-IX)
               COMPUTE LD-CORT ROUNDED =
                       TG-S-CORT(TG-IX) / TG-RESP(TG-IX)
               COMPUTE LD-EXPL ROUNDED =
                       TG-S-EXPL(TG-IX) / TG-RESP(TG-IX).
           IF TG-Q-ESP(TG-IX) > ZEROS
               COMPUTE LD-ESPERA ROUNDED =
                       TG-S-ESP(TG-IX) / TG-Q-ESP(TG-IX).
           PERFORM GRP-NOME THRU GRP-NOME-FIM
           MOVE LINDET TO LINRELPESQ
           WRITE LINRELPESQ
           ADD 1 TO TG-IX
           GO TO GRP-IMP-LOOP.
       GRP-IMP-FIM.
           EXIT.
      *
       GRP-NOME.
           MOVE SPACES TO LD-NOME
           IF W-GR-TIPO = "M" AND W-MED-OK = "S"
               MOVE TG-COD(TG-IX) TO CRM
               READ CADMED
               IF ST-ERRO-MED = "00"
                   MOVE NOME-M TO LD-NOME.
           IF W-GR-TIPO = "F" AND W-FIL-OK = "S"
               MOVE TG-COD(TG-IX) TO FIL-CODIGO
               READ CADFILIAL
               IF ST-ERRO-FIL = "00"
                   MOVE FIL-NOME TO LD-NOME.
           IF W-GR-TIPO = "C" AND W-CNV-OK = "S"
               MOVE TG-COD(TG-IX) TO CODIGO
               READ CADCONV
               IF ST-ERRO-CNV = "00"
                   MOVE NOMEC TO LD-NOME.
       GRP-NOME-FIM.
           EXIT.
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
