       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP077.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * LISTA DIARIA DE RESULTADOS         *
      * CRITICOS (EXM-FLAG = C) AGRUPADA   *
      * PELO MEDICO SOLICITANTE, COM O     *
      * TELEFONE DO PACIENTE PARA CONTATO  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXM-CHAVE
                    FILE STATUS  IS ST-ERRO-EXM.
      *
      *-----------------------------------------------------------------
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
           SELECT CADTIPEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TE-CODIGO
                    FILE STATUS  IS ST-ERRO-TEX.
      *
      *-----------------------------------------------------------------
           SELECT RELCRIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXAME
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
                03 EXM-CHAVE.
                    05 EXM-CPF     PIC 9(11).
                    05 EXM-DATA.
                        07 EXM-DIA PIC 9(02).
                        07 EXM-MES PIC 9(02).
                        07 EXM-ANO PIC 9(04).
                    05 EXM-HORA    PIC 9(04).
                    05 EXM-SEQ     PIC 9(02).
                03 EXM-TIPO        PIC X(30).
                03 EXM-DATA-PED    PIC 9(08).
                03 EXM-DATA-RES    PIC 9(08).
                03 EXM-SITUACAO    PIC X(01).
                03 EXM-RESULTADO   PIC X(60).
                03 EXM-COD-TIPO    PIC 9(04).
                03 EXM-VALOR       PIC 9(07)V999.
                03 EXM-FLAG        PIC X(01).

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
                03 FILLER          PIC X(247).
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
                03 FILLER          PIC X(59).
                03 TELEFONE.
                        07 DDD     PIC 9(02).
                        07 NUMTEL  PIC 9(09).
                03 FILLER          PIC X(132).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADTIPEXA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTIPEXA.DAT".
       01 REGTIPEXA.
                03 TE-CODIGO       PIC 9(04).
                03 TE-DESCR        PIC X(30).
                03 TE-UNIDADE      PIC X(10).
                03 FILLER          PIC X(128).

       FD RELCRIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CRITEXA.DAT".
       01 LINRELCRIT          PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-EXM   PIC X(02) VALUE "00".
       77 ST-ERRO-CONSU PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 ST-ERRO-TEX   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-TEM-TEX     PIC 9(01) VALUE ZEROS.
       77 W-TOT-CRIT    PIC 9(05) VALUE ZEROS.
       77 W-TOT-MED     PIC 9(04) VALUE ZEROS.
       77 W-CRM-ANT     PIC 9(06) VALUE ZEROS.
       77 W-TROCOU      PIC 9(01) VALUE ZEROS.
       01 W-DATA-RES    PIC 9(08) VALUE ZEROS.
       01 W-DATA-RES-R REDEFINES W-DATA-RES.
           03 W-RS-ANO  PIC 9(04).
           03 W-RS-MES  PIC 9(02).
           03 W-RS-DIA  PIC 9(02).
      *
       01 TABCRIT.
           03 CR-TOTAL      PIC 9(03) VALUE ZEROS.
           03 CR-IX         PIC 9(03) VALUE ZEROS.
           03 CR-ENT OCCURS 500 TIMES.
               05 CR-CRM      PIC 9(06).
               05 CR-CPF      PIC 9(11).
               05 CR-NOME     PIC X(30).
               05 CR-DDD      PIC 9(02).
               05 CR-NUMTEL   PIC 9(09).
               05 CR-TIPO     PIC X(30).
               05 CR-VALOR    PIC 9(07)V999.
               05 CR-UNIDADE  PIC X(10).
               05 CR-DIA      PIC 9(02).
               05 CR-MES      PIC 9(02).
               05 CR-ANO      PIC 9(04).
       01 CR-ENT-AUX.
           03 CR-CRM-AUX      PIC 9(06).
           03 FILLER          PIC X(110).
      *
       01 LINCAB1.
           03 FILLER          PIC X(42)
              VALUE "LISTA DE RESULTADOS CRITICOS - RESULTADOS".
           03 FILLER          PIC X(04) VALUE " DE ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINCAB2.
           03 FILLER          PIC X(15) VALUE SPACES.
           03 FILLER          PIC X(31) VALUE "PACIENTE".
           03 FILLER          PIC X(15) VALUE "TELEFONE".
           03 FILLER          PIC X(31) VALUE "EXAME".
           03 FILLER          PIC X(23) VALUE "VALOR".
           03 FILLER          PIC X(08) VALUE "CONSULTA".
       01 LINMED.
           03 FILLER          PIC X(24)
              VALUE "MEDICO SOLICITANTE: CRM ".
           03 LM-CRM          PIC 9(06).
           03 FILLER          PIC X(03) VALUE " - ".
           03 LM-NOME         PIC X(30).
       01 LINDET.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-CPF          PIC 9(11).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-NOME         PIC X(30).
           03 FILLER          PIC X(02) VALUE " (".
           03 LD-DDD          PIC 9(02).
           03 FILLER          PIC X(02) VALUE ") ".
           03 LD-NUMTEL       PIC 9(09).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-TIPO         PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-VALOR        PIC ZZZZZZ9,999.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-UNIDADE      PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
       01 LINTOT.
           03 FILLER          PIC X(30)
              VALUE "TOTAL DE RESULTADOS CRITICOS: ".
           03 LT-TOT          PIC ZZZZ9.
           03 FILLER          PIC X(13) VALUE "   MEDICOS: ".
           03 LT-MED          PIC ZZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CRI-001.
           DISPLAY "LISTA DE RESULTADOS CRITICOS POR MEDICO"
           DISPLAY "DATA DOS RESULTADOS (AAAAMMDD, ZERO = HOJE): "
           ACCEPT W-DATA-RES
           IF W-DATA-RES = ZEROS
               ACCEPT W-DATA-RES FROM DATE YYYYMMDD.
           IF W-RS-MES < 01 OR W-RS-MES > 12 OR
              W-RS-DIA < 01 OR W-RS-DIA > 31
               DISPLAY "DATA INVALIDA"
               GO TO CRI-001.
      *
       CRI-OP0.
           OPEN INPUT CADEXAME
           IF ST-ERRO-EXM NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXAME"
               GO TO ROT-FIM.
           OPEN INPUT CADCONSU
           IF ST-ERRO-CONSU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
               CLOSE CADEXAME
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADEXAME CADCONSU
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED"
               CLOSE CADEXAME CADCONSU CADPACI
               GO TO ROT-FIM.
           OPEN OUTPUT RELCRIT
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CRITEXA"
               CLOSE CADEXAME CADCONSU CADPACI CADMED
               GO TO ROT-FIM.
      *    SEM O CATALOGO A UNIDADE SAI EM BRANCO
           MOVE 1 TO W-TEM-TEX
           OPEN INPUT CADTIPEXA
           IF ST-ERRO-TEX NOT = "00"
               MOVE ZEROS TO W-TEM-TEX.
           MOVE ZEROS TO EXM-CHAVE
           START CADEXAME KEY IS NOT LESS THAN EXM-CHAVE
           IF ST-ERRO-EXM NOT = "00"
               GO TO CRI-SORT.
      *
      *****************************************
      * RESULTADOS CRITICOS DA DATA            *
      *****************************************
      *
       CRI-LER.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO-EXM NOT = "00"
               GO TO CRI-SORT.
           IF EXM-SITUACAO NOT = "R" OR EXM-FLAG NOT = "C"
               GO TO CRI-LER.
           IF EXM-DATA-RES NOT = W-DATA-RES
               GO TO CRI-LER.
           IF CR-TOTAL NOT < 500
               DISPLAY "LIMITE DE 500 RESULTADOS CRITICOS EXCEDIDO"
               GO TO CRI-SORT.
           ADD 1 TO CR-TOTAL
      *    A CHAVE DO PEDIDO COMECA PELA CHAVE DA CONSULTA
           MOVE ZEROS TO CR-CRM(CR-TOTAL)
           MOVE EXM-CPF  TO CPF-P
           MOVE EXM-DIA  TO DIA-C
           MOVE EXM-MES  TO MES-C
           MOVE EXM-ANO  TO ANO-C
           MOVE EXM-HORA TO HORACONSULTA
           READ CADCONSU
           IF ST-ERRO-CONSU = "00"
               MOVE CRM-MED TO CR-CRM(CR-TOTAL).
           MOVE EXM-CPF TO CPF CR-CPF(CR-TOTAL)
           READ CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "PACIENTE NAO CADASTRADO" TO NOME-P
               MOVE ZEROS TO DDD NUMTEL.
           MOVE NOME-P    TO CR-NOME(CR-TOTAL)
           MOVE DDD       TO CR-DDD(CR-TOTAL)
           MOVE NUMTEL    TO CR-NUMTEL(CR-TOTAL)
           MOVE EXM-TIPO  TO CR-TIPO(CR-TOTAL)
           MOVE EXM-VALOR TO CR-VALOR(CR-TOTAL)
           MOVE EXM-DIA   TO CR-DIA(CR-TOTAL)
           MOVE EXM-MES   TO CR-MES(CR-TOTAL)
           MOVE EXM-ANO   TO CR-ANO(CR-TOTAL)
           MOVE SPACES    TO CR-UNIDADE(CR-TOTAL)
           IF W-TEM-TEX = 1
               MOVE EXM-COD-TIPO TO TE-CODIGO
               READ CADTIPEXA
               IF ST-ERRO-TEX = "00"
                   MOVE TE-UNIDADE TO CR-UNIDADE(CR-TOTAL).
           GO TO CRI-LER.
      *
      *****************************************
      * ORDENACAO PELO CRM SOLICITANTE         *
      *****************************************
      *
       CRI-SORT.
           IF CR-TOTAL < 2
               GO TO CRI-IMP.
           MOVE 0 TO W-TROCOU
           MOVE 1 TO CR-IX.
       CRI-SORT-LOOP.
           IF CR-IX > CR-TOTAL - 1
               GO TO CRI-SORT-FIM.
           IF CR-CRM(CR-IX) > CR-CRM(CR-IX + 1)
               PERFORM CRI-SORT-SWAP THRU CRI-SORT-SWAP-FIM
               MOVE 1 TO W-TROCOU.
           ADD 1 TO CR-IX
           GO TO CRI-SORT-LOOP.
       CRI-SORT-FIM.
           IF W-TROCOU = 1
               GO TO CRI-SORT.
           GO TO CRI-IMP.
       CRI-SORT-SWAP.
           MOVE CR-ENT(CR-IX)     TO CR-ENT-AUX.
           MOVE CR-ENT(CR-IX + 1) TO CR-ENT(CR-IX).
           MOVE CR-ENT-AUX        TO CR-ENT(CR-IX + 1).
       CRI-SORT-SWAP-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO AGRUPADA POR MEDICO          *
      *****************************************
      *
       CRI-IMP.
           MOVE W-RS-DIA TO LC-DIA
           MOVE W-RS-MES TO LC-MES
           MOVE W-RS-ANO TO LC-ANO
           MOVE LINCAB1 TO LINRELCRIT
           WRITE LINRELCRIT
           MOVE LINCAB2 TO LINRELCRIT
           WRITE LINRELCRIT
           MOVE 999999 TO W-CRM-ANT
           MOVE 1 TO CR-IX.
       CRI-IMP-LOOP.
           IF CR-IX > CR-TOTAL
               GO TO CRI-FIM.
           IF CR-CRM(CR-IX) NOT = W-CRM-ANT
               PERFORM CRI-QUEBRA THRU CRI-QUEBRA-FIM.
           MOVE CR-CPF(CR-IX)     TO LD-CPF
           MOVE CR-NOME(CR-IX)    TO LD-NOME
           MOVE CR-DDD(CR-IX)     TO LD-DDD
           MOVE CR-NUMTEL(CR-IX)  TO LD-NUMTEL
           MOVE CR-TIPO(CR-IX)    TO LD-TIPO
           MOVE CR-VALOR(CR-IX)   TO LD-VALOR
           MOVE CR-UNIDADE(CR-IX) TO LD-UNIDADE
           MOVE CR-DIA(CR-IX)     TO LD-DIA
           MOVE CR-MES(CR-IX)     TO LD-MES
           MOVE CR-ANO(CR-IX)     TO LD-ANO
           MOVE LINDET TO LINRELCRIT
           WRITE LINRELCRIT
           ADD 1 TO W-TOT-CRIT
           ADD 1 TO CR-IX
           GO TO CRI-IMP-LOOP.
      *
       CRI-QUEBRA.
           MOVE CR-CRM(CR-IX) TO W-CRM-ANT CRM LM-CRM
           ADD 1 TO W-TOT-MED
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE "MEDICO NAO CADASTRADO" TO NOME-M.
           MOVE NOME-M TO LM-NOME
           MOVE SPACES TO LINRELCRIT
           WRITE LINRELCRIT
           MOVE LINMED TO LINRELCRIT
           WRITE LINRELCRIT.
       CRI-QUEBRA-FIM.
           EXIT.
      *
       CRI-FIM.
           MOVE SPACES TO LINRELCRIT
           WRITE LINRELCRIT
           MOVE W-TOT-CRIT TO LT-TOT
           MOVE W-TOT-MED  TO LT-MED
           MOVE LINTOT TO LINRELCRIT
           WRITE LINRELCRIT
           CLOSE CADEXAME CADCONSU CADPACI CADMED RELCRIT
           IF W-TEM-TEX = 1
               CLOSE CADTIPEXA.
           DISPLAY "RESULTADOS CRITICOS: " W-TOT-CRIT
           DISPLAY "MEDICOS A AVISAR...: " W-TOT-MED
           DISPLAY "LISTA GRAVADA EM CRITEXA.DAT"
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
