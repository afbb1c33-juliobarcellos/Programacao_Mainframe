       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP061.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * RELATORIO MENSAL DE RETORNOS SEM   *
      * COBRANCA POR MEDICO E CONVENIO,    *
      * COM O VALOR DOS PROCEDIMENTOS QUE  *
      * DEIXOU DE SER FATURADO             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO-CONSU
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
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
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CONV.
      *
      *-----------------------------------------------------------------
           SELECT RELRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 QTD-CID         PIC 9(02).
                03 CID             PIC X(05) OCCURS 05 TIMES.
                03 DESCRCON1       PIC X(60).
                03 DESCRCON2       PIC X(60).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 QTD-PROC        PIC 9(02).
                03 PROC-TAB OCCURS 05 TIMES.
                    05 PROC-COD    PIC 9(04).
                    05 PROC-VAL    PIC 9(06)V99.
                03 STATUS-CONSU    PIC X(01).
                03 SIT-FATUR       PIC X(01).
                03 COD-GLOSA       PIC X(05).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 NUM-LOTE        PIC 9(06).
                03 COD-FILIAL      PIC 9(02).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 FILLER          PIC X(09).
                03 FILLER          PIC X(01).
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

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(62).
                03 DIAS-RETORNO    PIC 9(03).
                03 REG-ANS         PIC 9(06).
                03 LAYOUT-REM      PIC X(01).
                03 CNPJ-CONV       PIC 9(14).
                03 CONV-FUNC       PIC X(01).

       FD RELRET
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "RETORNOS.DAT".
       01 LINRELRET           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CONSU PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 ST-ERRO-CONV  PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-CONV        PIC 9(04) VALUE ZEROS.
       77 W-VALOR       PIC 9(07)V99 VALUE ZEROS.
       77 W-PROC-IX     PIC 9(02) VALUE ZEROS.
       77 W-CRM-ANT     PIC 9(06) VALUE ZEROS.
       77 W-SUB-REAL    PIC 9(05) VALUE ZEROS.
       77 W-SUB-AGEN    PIC 9(05) VALUE ZEROS.
       77 W-SUB-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-REAL    PIC 9(06) VALUE ZEROS.
       77 W-TOT-AGEN    PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 TR-TOTAL      PIC 9(03) VALUE ZEROS.
       77 TR-IX         PIC 9(03) VALUE ZEROS.
       77 TR-IY         PIC 9(03) VALUE ZEROS.
       77 W-TROCOU      PIC 9(01) VALUE ZEROS.

       01 TABRET.
           03 TR-ENT OCCURS 300 TIMES.
              05 TR-CHAVE.
                 07 TR-CRM     PIC 9(06).
                 07 TR-CONV    PIC 9(04).
              05 TR-REAL       PIC 9(05).
              05 TR-AGEN       PIC 9(05).
              05 TR-VALOR      PIC 9(09)V99.
       01 TR-ENT-AUX           PIC X(31).
       01 W-CHAVE-BUSCA.
           03 W-CRM-BUSCA      PIC 9(06).
           03 W-CONV-BUSCA     PIC 9(04).

       01 LINCAB1.
           03 FILLER          PIC X(42)
              VALUE "RETORNOS SEM COBRANCA POR MEDICO - MES: ".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINCAB2.
           03 FILLER          PIC X(50)
              VALUE "CRM    MEDICO                    CONV CONVENIO".
           03 FILLER          PIC X(40)
              VALUE "             REALIZ AGEND  NAO FATURADO".
       01 LINDET.
           03 LD-CRM          PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-MEDICO       PIC X(25).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-CONV         PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-CONVNOME     PIC X(25).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-REAL         PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-AGEN         PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINSUB.
           03 FILLER          PIC X(13) VALUE SPACES.
           03 LS-ROTULO       PIC X(51).
           03 LS-REAL         PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-AGEN         PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       RET-001.
           DISPLAY "RETORNOS SEM COBRANCA POR MEDICO E CONVENIO"
           DISPLAY "MES DE REFERENCIA (MM): "
           ACCEPT W-MES-REF
           DISPLAY "ANO DE REFERENCIA (AAAA): "
           ACCEPT W-ANO-REF
           IF W-MES-REF = ZEROS OR W-MES-REF > 12 OR W-ANO-REF = ZEROS
               DISPLAY "MES/ANO INVALIDO"
               GO TO RET-001.
      *
       RET-OP0.
           OPEN INPUT CADCONSU
           IF ST-ERRO-CONSU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADCONSU
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED"
               CLOSE CADCONSU CADPACI
               GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CONV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV"
               CLOSE CADCONSU CADPACI CADMED
               GO TO ROT-FIM.
           OPEN OUTPUT RELRET
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RETORNOS"
               CLOSE CADCONSU CADPACI CADMED CADCONV
               GO TO ROT-FIM.
           MOVE ZEROS TO CPFDATA
           START CADCONSU KEY IS NOT LESS THAN CPFDATA
           IF ST-ERRO-CONSU NOT = "00"
               GO TO RET-ORDENA.
      *
      *****************************************
      * ACUMULO DOS RETORNOS DO MES POR        *
      * MEDICO E CONVENIO                      *
      *****************************************
      *
       RET-LER.
                READ CADCONSU NEXT RECORD
                IF ST-ERRO-CONSU NOT = "00"
                    GO TO RET-ORDENA.
                IF STATUS-REG = "I"
                    GO TO RET-LER.
                IF SIT-FATUR NOT = "R"
                    GO TO RET-LER.
                IF MES-C NOT = W-MES-REF OR ANO-C NOT = W-ANO-REF
                    GO TO RET-LER.
      *    CANCELADAS E FALTAS NAO SAO TRABALHO DO MEDICO
                IF STATUS-CONSU = "C" OR STATUS-CONSU = "F"
                    GO TO RET-LER.
                MOVE ZEROS TO W-CONV
                MOVE CPF-P TO CPF
                READ CADPACI
                IF ST-ERRO-PACI = "00"
                    MOVE CONVENIO TO W-CONV.
                MOVE ZEROS TO W-VALOR
                MOVE 1 TO W-PROC-IX.
       RET-SOMA.
                IF W-PROC-IX NOT > QTD-PROC
                    ADD PROC-VAL(W-PROC-IX) TO W-VALOR
                    ADD 1 TO W-PROC-IX
                    GO TO RET-SOMA.
                MOVE CRM-MED TO W-CRM-BUSCA
                MOVE W-CONV  TO W-CONV-BUSCA
                MOVE 1 TO TR-IX.
       RET-BUSCA.
                IF TR-IX > TR-TOTAL
                    GO TO RET-NOVO.
                IF TR-CHAVE(TR-IX) = W-CHAVE-BUSCA
                    GO TO RET-ACUMULA.
                ADD 1 TO TR-IX
                GO TO RET-BUSCA.
       RET-NOVO.
                IF TR-TOTAL >= 300
                    DISPLAY "TABELA DE MEDICO/CONVENIO CHEIA"
                    GO TO RET-LER.
                ADD 1 TO TR-TOTAL
                MOVE TR-TOTAL TO TR-IX
                MOVE W-CHAVE-BUSCA TO TR-CHAVE(TR-IX)
                MOVE ZEROS TO TR-REAL(TR-IX) TR-AGEN(TR-IX)
                              TR-VALOR(TR-IX).
       RET-ACUMULA.
                IF STATUS-CONSU = "R"
                    ADD 1 TO TR-REAL(TR-IX)
                ELSE
                    ADD 1 TO TR-AGEN(TR-IX).
                ADD W-VALOR TO TR-VALOR(TR-IX)
                GO TO RET-LER.
      *
      *****************************************
      * ORDENACAO POR MEDICO E CONVENIO        *
      *****************************************
      *
       RET-ORDENA.
                IF TR-TOTAL < 2
                    GO TO RET-IMP.
                MOVE 1 TO W-TROCOU.
       RET-ORD-PASSO.
                IF W-TROCOU = ZEROS
                    GO TO RET-IMP.
                MOVE ZEROS TO W-TROCOU
                MOVE 1 TO TR-IX.
       RET-ORD-PAR.
                COMPUTE TR-IY = TR-IX + 1
                IF TR-IY > TR-TOTAL
                    GO TO RET-ORD-PASSO.
                IF TR-CHAVE(TR-IX) > TR-CHAVE(TR-IY)
                    MOVE TR-ENT(TR-IX) TO TR-ENT-AUX
                    MOVE TR-ENT(TR-IY) TO TR-ENT(TR-IX)
                    MOVE TR-ENT-AUX    TO TR-ENT(TR-IY)
                    MOVE 1 TO W-TROCOU.
                ADD 1 TO TR-IX
                GO TO RET-ORD-PAR.
      *
      *****************************************
      * IMPRESSAO COM SUBTOTAL POR MEDICO      *
      *****************************************
      *
       RET-IMP.
                MOVE W-MES-REF TO LC-MES
                MOVE W-ANO-REF TO LC-ANO
                MOVE LINCAB1 TO LINRELRET
                WRITE LINRELRET
                MOVE SPACES TO LINRELRET
                WRITE LINRELRET
                MOVE LINCAB2 TO LINRELRET
                WRITE LINRELRET
                MOVE ZEROS TO W-CRM-ANT
                MOVE 1 TO TR-IX.
       RET-IMP-LOOP.
                IF TR-IX > TR-TOTAL
                    GO TO RET-TOT.
                IF TR-CRM(TR-IX) NOT = W-CRM-ANT AND W-CRM-ANT
                                                 NOT = ZEROS
                    PERFORM RET-SUBTOT THRU RET-SUBTOT-FIM.
                MOVE TR-CRM(TR-IX) TO W-CRM-ANT
                MOVE TR-CRM(TR-IX) TO LD-CRM CRM
                READ CADMED
                IF ST-ERRO-MED = "00"
                    MOVE NOME-M TO LD-MEDICO
                ELSE
                    MOVE "MEDICO NAO CADASTRADO" TO LD-MEDICO.
                MOVE TR-CONV(TR-IX) TO LD-CONV
                IF TR-CONV(TR-IX) = ZEROS
                    MOVE "SEM CONVENIO" TO LD-CONVNOME
                ELSE
                    MOVE TR-CONV(TR-IX) TO CODIGO
                    READ CADCONV
                    IF ST-ERRO-CONV = "00"
                        MOVE NOMEC TO LD-CONVNOME
                    ELSE
                        MOVE "CONVENIO NAO CADASTRADO" TO LD-CONVNOME.
                MOVE TR-REAL(TR-IX)  TO LD-REAL
                MOVE TR-AGEN(TR-IX)  TO LD-AGEN
                MOVE TR-VALOR(TR-IX) TO LD-VALOR
                MOVE LINDET TO LINRELRET
                WRITE LINRELRET
                ADD TR-REAL(TR-IX)  TO W-SUB-REAL W-TOT-REAL
                ADD TR-AGEN(TR-IX)  TO W-SUB-AGEN W-TOT-AGEN
                ADD TR-VALOR(TR-IX) TO W-SUB-VALOR W-TOT-VALOR
                ADD 1 TO TR-IX
                GO TO RET-IMP-LOOP.
      *
       RET-SUBTOT.
                MOVE "SUBTOTAL DO MEDICO" TO LS-ROTULO
                MOVE W-SUB-REAL  TO LS-REAL
                MOVE W-SUB-AGEN  TO LS-AGEN
                MOVE W-SUB-VALOR TO LS-VALOR
                MOVE LINSUB TO LINRELRET
                WRITE LINRELRET
                MOVE SPACES TO LINRELRET
                WRITE LINRELRET
                MOVE ZEROS TO W-SUB-REAL W-SUB-AGEN W-SUB-VALOR.
       RET-SUBTOT-FIM.
                EXIT.
      *
       RET-TOT.
                IF W-CRM-ANT NOT = ZEROS
                    PERFORM RET-SUBTOT THRU RET-SUBTOT-FIM.
                MOVE "TOTAL GERAL DE RETORNOS" TO LS-ROTULO
                MOVE W-TOT-REAL  TO LS-REAL
                MOVE W-TOT-AGEN  TO LS-AGEN
                MOVE W-TOT-VALOR TO LS-VALOR
                MOVE LINSUB TO LINRELRET
                WRITE LINRELRET.
      *
       RET-FIM.
                CLOSE CADCONSU CADPACI CADMED CADCONV RELRET
                DISPLAY "RELATORIO GRAVADO EM RETORNOS.DAT"
                DISPLAY "RETORNOS REALIZADOS: " W-TOT-REAL
                DISPLAY "RETORNOS AGENDADOS.: " W-TOT-AGEN
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
