      **************************************
      * GERACAO DA REMESSA DE COBRANCA     *
      * ELETRONICA POR CONVENIO            *
      * NO LAYOUT PROPRIO OU NO PADRAO     *
      * TISS DA ANS, CONFORME O CONVENIO   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CONV.
      *
      *-----------------------------------------------------------------
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MED.
      *
      *-----------------------------------------------------------------
           SELECT REMESSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(65).
                03 REG-ANS         PIC 9(06).
                03 LAYOUT-REM      PIC X(01).
                03 CNPJ-CONV       PIC 9(14).
                03 CONV-FUNC       PIC X(01).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD REMESSA
            LABEL RECORD IS STANDARD
                03 RM-CPF          PIC 9(11).
                03 RM-CID          PIC X(05) OCCURS 05 TIMES.
                03 RM-VALOR        PIC 9(09)V99.
      *
      *    LAYOUT TISS: CABECALHO DO LOTE, GUIA DE CONSULTA OU SP/SADT,
      *    ITENS (PROCEDIMENTOS) DA GUIA E TRAILER COM O HASH DO LOTE
       01 LINTISSCAB.
                03 TC-TIPO         PIC X(02).
                03 TC-VERSAO       PIC X(07).
                03 TC-REG-ANS      PIC 9(06).
                03 TC-LOTE         PIC 9(06).
                03 TC-COMPET       PIC 9(06).
                03 TC-DATA-GER     PIC 9(08).
       01 LINTISSGUIA.
                03 TG-TIPO         PIC X(02).
                03 TG-TIPO-GUIA    PIC X(01).
                03 TG-NUM-GUIA     PIC 9(08).
                03 TG-REG-ANS      PIC 9(06).
                03 TG-CARTEIRINHA  PIC X(20).
                03 TG-NOME-BENEF   PIC X(30).
                03 TG-CONSELHO     PIC X(03).
                03 TG-CRM          PIC 9(06).
                03 TG-CRM-UF       PIC X(02).
                03 TG-DATA-ATEND   PIC 9(08).
                03 TG-HORA         PIC 9(04).
                03 TG-CID          PIC X(05).
                03 TG-QTD-ITENS    PIC 9(02).
                03 TG-VALOR        PIC 9(09)V99.
       01 LINTISSITEM.
                03 TI-TIPO         PIC X(02).
                03 TI-NUM-GUIA     PIC 9(08).
                03 TI-SEQ          PIC 9(02).
                03 TI-TABELA       PIC X(02).
                03 TI-PROC         PIC 9(08).
                03 TI-QTD          PIC 9(03).
                03 TI-VALOR        PIC 9(06)V99.
                03 TI-AUTORIZ      PIC X(20).
       01 LINTISSTRL.
                03 TT-TIPO         PIC X(02).
                03 TT-QTD-GUIAS    PIC 9(06).
                03 TT-VALOR        PIC 9(11)V99.
                03 TT-HASH         PIC 9(10).

       FD CADLOTREM
            LABEL RECORD IS STANDARD
                03 LT-VALOR-TOT    PIC 9(11)V99.
                03 LT-DATA-GER     PIC 9(08).
                03 LT-PROTOCOLO    PIC X(20).
                03 LT-LAYOUT       PIC X(01).
                03 LT-HASH         PIC 9(10).

       FD CADPROC
            LABEL RECORD IS STANDARD
       77 W-AUT-IX      PIC 9(02) VALUE ZEROS.
       77 W-AUT-FALTA   PIC 9(01) VALUE ZEROS.
       77 W-TOT-SEMAUT  PIC 9(06) VALUE ZEROS.
       77 W-TOT-RETORNO PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-PRE   PIC X(02) VALUE "00".
       77 W-TEM-PRECO   PIC 9(01) VALUE ZEROS.
       77 W-PRE-IX      PIC 9(02) VALUE ZEROS.
       77 W-PRE-ACHOU   PIC 9(01) VALUE ZEROS.
       77 W-PRE-VALOR   PIC 9(06)V99 VALUE ZEROS.
       77 W-DATACON-CMP PIC 9(08) VALUE ZEROS.
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 W-LAYOUT      PIC X(01) VALUE SPACES.
       77 W-REG-ANS     PIC 9(06) VALUE ZEROS.
       77 W-HASH        PIC 9(10) VALUE ZEROS.
       77 W-HASH-PARC   PIC 9(13) VALUE ZEROS.
       77 W-HASH-QUO    PIC 9(13) VALUE ZEROS.
       77 W-HASH-TMP    PIC 9(13) VALUE ZEROS.
       77 W-TIS-SADT    PIC 9(01) VALUE ZEROS.
       77 W-TIS-IX      PIC 9(02) VALUE ZEROS.
      *
       01 PASSO-REGISTROS PIC 9(06) EXTERNAL.
      *
               DISPLAY "CONVENIO NAO CADASTRADO"
               CLOSE CADCONSU CADPACI CADCONV
               GO TO ROT-FIM.
      *    CONVENIO SEM LAYOUT INFORMADO CONTINUA NO ARQUIVO PROPRIO
           MOVE LAYOUT-REM TO W-LAYOUT
           MOVE REG-ANS    TO W-REG-ANS
           IF W-LAYOUT NOT = "T"
               MOVE "P" TO W-LAYOUT.
           IF W-LAYOUT = "T" AND W-REG-ANS = ZEROS
               DISPLAY "CONVENIO TISS SEM REGISTRO ANS NO CADCONV"
               CLOSE CADCONSU CADPACI CADCONV
               GO TO ROT-FIM.
           MOVE W-CONV-REF TO W-CONV-ED
           IF W-LAYOUT = "T"
               STRING "TISS" W-CONV-ED ".DAT"
                  DELIMITED BY SIZE INTO W-REMNOME
           ELSE
               STRING "REMESSA" W-CONV-ED ".DAT"
                  DELIMITED BY SIZE INTO W-REMNOME.
           OPEN OUTPUT REMESSA
           IF ST-ERRO-REM NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE REMESSA"
           IF ST-ERRO-PRE NOT = "00"
               MOVE ZEROS TO W-TEM-PRECO
               DISPLAY "CADPRECONV AUSENTE - PRECO DA TABELA INTERNA".
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED"
               CLOSE CADCONSU CADPACI CADCONV REMESSA CADLOTREM
                     CADPROC
               GO TO ROT-FIM.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
           PERFORM LOT-ULTNUM THRU LOT-ULTNUM-FIM
           DISPLAY "LOTE DE REMESSA NUMERO: " W-LOTE
           MOVE ZEROS TO W-HASH
           IF W-LAYOUT = "T"
               PERFORM TIS-CAB THRU TIS-CAB-FIM.
           MOVE ZEROS TO CPFDATA
           START CADCONSU KEY IS NOT LESS THAN CPFDATA
           IF ST-ERRO-CONSU NOT = "00"
                IF CONVENIO NOT = W-CONV-REF
                    GO TO REM-LER.
      *
      *    RETORNO DENTRO DA JANELA DO CONVENIO NAO E FATURADO
                IF SIT-FATUR = "R"
                    ADD 1 TO W-TOT-RETORNO
                    GO TO REM-LER.
      *
      *    NAO FATURA CONSULTA COM PROCEDIMENTO QUE EXIGE
      *    AUTORIZACAO PREVIA SEM NUMERO REGISTRADO
                PERFORM AUT-VERIFICA THRU AUT-VERIFICA-FIM
                    ADD 1 TO W-PROC-IX
                    GO TO REM-SOMA.
       REM-GRAVA.
                PERFORM HSH-SOMA THRU HSH-SOMA-FIM
                IF W-LAYOUT = "T"
                    PERFORM TIS-GUIA THRU TIS-GUIA-FIM
                    GO TO REM-MARCA.
                MOVE "D" TO RM-TIPO
                MOVE NUMCARTEIRINHA TO RM-CARTEIRINHA
                MOVE CRM-MED TO RM-CRM
                    ADD 1 TO W-CID-IX
                    GO TO REM-GRAVA-CID.
                MOVE W-VALOR TO RM-VALOR
                WRITE LINREMESSA.
       REM-MARCA.
                ADD 1 TO W-TOTREG
                ADD W-VALOR TO W-VAL-LOTE
      *
                GO TO REM-LER.
      *
       REM-FIM.
                IF W-LAYOUT = "T"
                    PERFORM TIS-TRL THRU TIS-TRL-FIM
                ELSE
                    MOVE SPACES TO LINREMESSA
                    MOVE "T" TO RM-TIPO
                    MOVE W-TOTREG TO RM-CPF
                    WRITE LINREMESSA.
                PERFORM LOT-GRAVA THRU LOT-GRAVA-FIM
                CLOSE CADCONSU CADPACI CADCONV REMESSA CADLOTREM
                      CADPROC CADMED
                IF W-TEM-AUT = 1
                    CLOSE CADAUTPROC.
                IF W-TEM-PRECO = 1
                DISPLAY "CONSULTAS EXTRAIDAS: " W-TOTREG
                MOVE W-TOTREG TO PASSO-REGISTROS
                DISPLAY "RETIDAS SEM AUTORIZACAO: " W-TOT-SEMAUT
                DISPLAY "RETORNOS SEM COBRANCA  : " W-TOT-RETORNO
                DISPLAY "LOTE DE CONTROLE: " W-LOTE
                DISPLAY "HASH DO LOTE    : " W-HASH
                GO TO ROT-FIMP.
      *
      *****************************************
      * HASH DE CONTROLE DO LOTE, ACUMULADO    *
      * GUIA A GUIA NA ORDEM DE GRAVACAO       *
      *****************************************
      *
       HSH-SOMA.
                COMPUTE W-HASH-PARC = CPF-P + (CRM-MED * 7)
                        + (((ANO-C * 10000) + (MES-C * 100)
                                            + DIA-C) * 3)
                        + (HORA-C * 100) + MIN-C + (W-VALOR * 100)
                COMPUTE W-HASH-TMP = (W-HASH * 31) + W-HASH-PARC
                DIVIDE W-HASH-TMP BY 9999999967 GIVING W-HASH-QUO
                       REMAINDER W-HASH.
       HSH-SOMA-FIM.
                EXIT.
      *
      *****************************************
      * CABECALHO DO LOTE NO PADRAO TISS       *
      *****************************************
      *
       TIS-CAB.
                MOVE SPACES TO LINTISSCAB
                MOVE "01"      TO TC-TIPO
                MOVE "3.05.00" TO TC-VERSAO
                MOVE W-REG-ANS TO TC-REG-ANS
                MOVE W-LOTE    TO TC-LOTE
                COMPUTE TC-COMPET = (W-ANO-REF * 100) + W-MES-REF
                ACCEPT TC-DATA-GER FROM DATE YYYYMMDD
                WRITE LINTISSCAB.
       TIS-CAB-FIM.
                EXIT.
      *
      *****************************************
      * GUIA TISS DA CONSULTA: GUIA DE         *
      * CONSULTA QUANDO HA UM SO PROCEDIMENTO  *
      * SEM AUTORIZACAO, SENAO GUIA SP/SADT    *
      *****************************************
      *
       TIS-GUIA.
                MOVE ZEROS TO W-TIS-SADT
                IF QTD-PROC > 1
                    MOVE 1 TO W-TIS-SADT.
                MOVE 1 TO W-TIS-IX.
       TIS-GUIA-TIPO.
                IF W-TIS-IX > QTD-PROC OR W-TIS-SADT = 1
                    GO TO TIS-GUIA-GRAVA.
                MOVE PROC-COD(W-TIS-IX) TO CODPROC
                READ CADPROC
                IF ST-ERRO-PROC = "00" AND AUTORIZPROC = "S"
                    MOVE 1 TO W-TIS-SADT.
                ADD 1 TO W-TIS-IX
                GO TO TIS-GUIA-TIPO.
       TIS-GUIA-GRAVA.
                MOVE SPACES TO LINTISSGUIA
                MOVE "02" TO TG-TIPO
                IF W-TIS-SADT = 1
                    MOVE "S" TO TG-TIPO-GUIA
                ELSE
                    MOVE "C" TO TG-TIPO-GUIA.
                COMPUTE TG-NUM-GUIA = W-TOTREG + 1
                MOVE W-REG-ANS      TO TG-REG-ANS
                MOVE NUMCARTEIRINHA TO TG-CARTEIRINHA
                MOVE NOMEP          TO TG-NOME-BENEF
                MOVE "CRM"          TO TG-CONSELHO
                MOVE CRM-MED        TO TG-CRM CRM
                READ CADMED
                IF ST-ERRO-MED = "00"
                    MOVE CRM-UF TO TG-CRM-UF
                ELSE
                    MOVE SPACES TO TG-CRM-UF.
                COMPUTE TG-DATA-ATEND = (ANO-C * 10000) + (MES-C * 100)
                                      + DIA-C
                MOVE HORACONSULTA   TO TG-HORA
                MOVE CID(1)         TO TG-CID
                MOVE QTD-PROC       TO TG-QTD-ITENS
                MOVE W-VALOR        TO TG-VALOR
                WRITE LINTISSGUIA
                MOVE 1 TO W-TIS-IX.
       TIS-GUIA-ITEM.
                IF W-TIS-IX > QTD-PROC
                    GO TO TIS-GUIA-FIM.
                MOVE SPACES TO LINTISSITEM
                MOVE "03"        TO TI-TIPO
                MOVE TG-NUM-GUIA TO TI-NUM-GUIA
                MOVE W-TIS-IX    TO TI-SEQ
                MOVE "22"        TO TI-TABELA
                MOVE PROC-COD(W-TIS-IX) TO TI-PROC
                MOVE 1           TO TI-QTD
                MOVE PROC-VAL(W-TIS-IX) TO TI-VALOR
                MOVE SPACES      TO TI-AUTORIZ
                IF W-TEM-AUT = 1
                    MOVE CPF-P        TO AT-CPF
                    MOVE DATACONSULTA TO AT-DATA
                    MOVE HORACONSULTA TO AT-HORA
                    MOVE PROC-COD(W-TIS-IX) TO AT-PROC
                    READ CADAUTPROC
                    IF ST-ERRO-AUT = "00"
                        MOVE AT-NUMERO TO TI-AUTORIZ.
                WRITE LINTISSITEM
                ADD 1 TO W-TIS-IX
                GO TO TIS-GUIA-ITEM.
       TIS-GUIA-FIM.
                EXIT.
      *
      *****************************************
      * TRAILER DO LOTE TISS                   *
      *****************************************
      *
       TIS-TRL.
                MOVE SPACES TO LINTISSTRL
                MOVE "99"       TO TT-TIPO
                MOVE W-TOTREG   TO TT-QTD-GUIAS
                MOVE W-VAL-LOTE TO TT-VALOR
                MOVE W-HASH     TO TT-HASH
                WRITE LINTISSTRL.
       TIS-TRL-FIM.
                EXIT.
      *
      *****************************************
      * REPRECIFICA OS PROCEDIMENTOS DA        *
      * CONSULTA PELA TABELA DO CONVENIO       *
      *****************************************
                MOVE W-VAL-LOTE TO LT-VALOR-TOT
                ACCEPT LT-DATA-GER FROM DATE YYYYMMDD
                MOVE SPACES     TO LT-PROTOCOLO
                MOVE W-LAYOUT   TO LT-LAYOUT
                MOVE W-HASH     TO LT-HASH
                WRITE REGLOTREM
                IF ST-ERRO-LOT NOT = "00" AND ST-ERRO-LOT NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CONTROLE DE LOTE".
