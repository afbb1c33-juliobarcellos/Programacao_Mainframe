      **************************************
      * CONTROLE DE LOTES DE REMESSA:      *
      * CONSULTA, PROTOCOLO DO CONVENIO E  *
      * REGERACAO IDENTICA DE UM LOTE, NO  *
      * LAYOUT EM QUE FOI GERADO           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
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
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO-PROC
                    ALTERNATE RECORD IS DESCRPROC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADAUTPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERRO-AUT.
      *
      *-----------------------------------------------------------------
           SELECT CADRPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-ERRO-RPS
                    ALTERNATE RECORD KEY IS RPS-ORIGEM.
      *
      *-----------------------------------------------------------------
           SELECT REMESSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 LT-VALOR-TOT    PIC 9(11)V99.
                03 LT-DATA-GER     PIC 9(08).
                03 LT-PROTOCOLO    PIC X(20).
                03 LT-LAYOUT       PIC X(01).
                03 LT-HASH         PIC 9(10).

       FD CADCONSU
            LABEL RECORD IS STANDARD
                03 NUMCARTEIRINHA  PIC X(15).
                03 FILLER          PIC X(173).

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
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

       FD CADPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
                03 CODPROC         PIC 9(04).
                03 DESCRPROC       PIC X(30).
                03 VALORPROC       PIC 9(06)V99.
                03 AUTORIZPROC     PIC X(01).

       FD CADAUTPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAUTPROC.DAT".
       01 REGAUTPROC.
                03 AT-CHAVE.
                    05 AT-CPF      PIC 9(11).
                    05 AT-DATA.
                        07 AT-DIA  PIC 9(02).
                        07 AT-MES  PIC 9(02).
                        07 AT-ANO  PIC 9(04).
                    05 AT-HORA     PIC 9(04).
                    05 AT-PROC     PIC 9(04).
                03 AT-NUMERO       PIC X(20).
                03 AT-DATA-CONC    PIC 9(08).
                03 AT-VALIDADE     PIC 9(08).

       FD CADRPS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
                03 RPS-NUMERO      PIC 9(06).
                03 RPS-ORIGEM.
                    05 RPS-TIPO    PIC X(01).
                    05 RPS-REF     PIC X(16).
                    05 RPS-REF-RB REDEFINES RPS-REF.
                        07 RPS-RB-NUM  PIC 9(06).
                        07 FILLER      PIC X(10).
                03 RPS-DATA-EMI    PIC 9(08).
                03 RPS-TOM-TIPO    PIC X(01).
                03 RPS-TOM-DOC     PIC 9(14).
                03 RPS-VALOR       PIC 9(11)V99.
                03 RPS-ALIQ        PIC 9(02)V99.
                03 RPS-ISS         PIC 9(09)V99.
                03 RPS-NFSE        PIC X(15).
                03 RPS-DATA-NFSE   PIC 9(08).

       FD REMESSA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-REMNOME.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-MASC-VAL   PIC ZZZ.ZZZ.ZZ9,99.
       01 W-CONV-ED    PIC 9(04).
       01 W-LOTE-ED    PIC 9(06).
       77 ST-ERRO-CONV PIC X(02) VALUE "00".
       77 ST-ERRO-MED  PIC X(02) VALUE "00".
       77 ST-ERRO-PROC PIC X(02) VALUE "00".
       77 ST-ERRO-AUT  PIC X(02) VALUE "00".
       77 W-TEM-PROC   PIC 9(01) VALUE ZEROS.
       77 W-TEM-AUT    PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-RPS  PIC X(02) VALUE "00".
       77 W-TEM-RPS    PIC 9(01) VALUE ZEROS.
       77 W-REG-ANS    PIC 9(06) VALUE ZEROS.
       77 W-VAL-LOTE   PIC 9(11)V99 VALUE ZEROS.
       77 W-HASH       PIC 9(10) VALUE ZEROS.
       77 W-HASH-PARC  PIC 9(13) VALUE ZEROS.
       77 W-HASH-QUO   PIC 9(13) VALUE ZEROS.
       77 W-HASH-TMP   PIC 9(13) VALUE ZEROS.
       77 W-TIS-SADT   PIC 9(01) VALUE ZEROS.
       77 W-TIS-IX     PIC 9(02) VALUE ZEROS.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
               MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CONV NOT = "00"
               MOVE "ARQUIVO CADCONV NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-PROC
           OPEN INPUT CADPROC
           IF ST-ERRO-PROC NOT = "00"
               MOVE ZEROS TO W-TEM-PROC.
           MOVE 1 TO W-TEM-AUT
           OPEN INPUT CADAUTPROC
           IF ST-ERRO-AUT NOT = "00"
               MOVE ZEROS TO W-TEM-AUT.
           MOVE 1 TO W-TEM-RPS
           OPEN INPUT CADRPS
           IF ST-ERRO-RPS NOT = "00"
               MOVE ZEROS TO W-TEM-RPS.

       LOT-001.
                MOVE ZEROS TO W-CONV-REF W-MES-REF W-ANO-REF
       LOT-LISTA.
                DISPLAY (07, 01)
                  "LOTE    QTD     VALOR          DATA     PROTOCOLO"
                DISPLAY (07, 62) "NFS-E"
                MOVE 08 TO W-LINHA
                MOVE W-CONV-REF TO LT-CONV
                MOVE W-ANO-REF  TO LT-ANO
                DISPLAY (W-LINHA, 17) W-MASC-VAL
                DISPLAY (W-LINHA, 32) LT-DATA-GER
                DISPLAY (W-LINHA, 41) LT-PROTOCOLO
                IF W-TEM-RPS = 1
                   MOVE SPACES TO RPS-ORIGEM
                   MOVE "L"      TO RPS-TIPO
                   MOVE LT-CHAVE TO RPS-REF
                   READ CADRPS KEY IS RPS-ORIGEM
                   IF ST-ERRO-RPS = "00"
                      DISPLAY (W-LINHA, 62) RPS-NFSE.
                ADD 1 TO W-LINHA
                GO TO LOT-LISTA-LER.
      *
                MOVE W-CONV-REF TO W-CONV-ED
                MOVE W-LOTE-REF TO W-LOTE-ED
                MOVE SPACES TO W-REMNOME
                IF LT-LAYOUT = "T"
                   STRING "RTISS" W-CONV-ED W-LOTE-ED ".DAT"
                      DELIMITED BY SIZE INTO W-REMNOME
                ELSE
                   STRING "RLOTE" W-CONV-ED W-LOTE-ED ".DAT"
                      DELIMITED BY SIZE INTO W-REMNOME.
                MOVE ZEROS TO W-REG-ANS
                IF LT-LAYOUT = "T"
                   MOVE W-CONV-REF TO CODIGO
                   READ CADCONV
                   IF ST-ERRO-CONV = "00"
                      MOVE REG-ANS TO W-REG-ANS.
                OPEN OUTPUT REMESSA
                IF ST-ERRO-REM NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO DE REMESSA"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOT-ESCOLHE.
                MOVE ZEROS TO W-TOTREG W-VAL-LOTE W-HASH
                IF LT-LAYOUT = "T"
                   PERFORM TIS-CAB THRU TIS-CAB-FIM.
                MOVE ZEROS TO CPFDATA
                START CADCONSU KEY IS NOT LESS THAN CPFDATA
                IF ST-ERRO-CONSU NOT = "00"
                   ADD 1 TO W-PROC-IX
                   GO TO REG-SOMA.
       REG-GRAVA.
                PERFORM HSH-SOMA THRU HSH-SOMA-FIM
                IF LT-LAYOUT = "T"
                   PERFORM TIS-GUIA THRU TIS-GUIA-FIM
                   GO TO REG-CONTA.
                MOVE "D" TO RM-TIPO
                MOVE NUMCARTEIRINHA TO RM-CARTEIRINHA
                MOVE CRM-MED TO RM-CRM
                   ADD 1 TO W-CID-IX
                   GO TO REG-GRAVA-CID.
                MOVE W-VALOR TO RM-VALOR
                WRITE LINREMESSA.
       REG-CONTA.
                ADD 1 TO W-TOTREG
                ADD W-VALOR TO W-VAL-LOTE
                GO TO REG-LER.
       REG-FIM.
                IF LT-LAYOUT = "T"
                   PERFORM TIS-TRL THRU TIS-TRL-FIM
                ELSE
                   MOVE SPACES TO LINREMESSA
                   MOVE "T" TO RM-TIPO
                   MOVE W-TOTREG TO RM-CPF
                   WRITE LINREMESSA.
                CLOSE REMESSA
                DISPLAY (21, 01) "LOTE REGERADO EM: "
                DISPLAY (21, 19) W-REMNOME
                   MOVE "*** QUANTIDADE DIFERE DO LOTE ORIGINAL ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    LOTES ANTERIORES AO HASH TEM LT-HASH ZERADO
                IF LT-HASH NOT = ZEROS AND W-HASH NOT = LT-HASH
                   MOVE "*** HASH DIFERE DO LOTE ORIGINAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                DISPLAY (23, 01) "APERTE ENTER PARA CONTINUAR...."
                ACCEPT  (23, 35) W-OPCAO
                GO TO LOT-001.
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
                MOVE "01"        TO TC-TIPO
                MOVE "3.05.00"   TO TC-VERSAO
                MOVE W-REG-ANS   TO TC-REG-ANS
                MOVE W-LOTE-REF  TO TC-LOTE
                COMPUTE TC-COMPET = (W-ANO-REF * 100) + W-MES-REF
                MOVE LT-DATA-GER TO TC-DATA-GER
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
                                       OR W-TEM-PROC NOT = 1
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
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADLOTREM CADCONSU CADPACI CADCONV CADMED
                IF W-TEM-PROC = 1
                   CLOSE CADPROC.
                IF W-TEM-AUT = 1
                   CLOSE CADAUTPROC.
                IF W-TEM-RPS = 1
                   CLOSE CADRPS.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
