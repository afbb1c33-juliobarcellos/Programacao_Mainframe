                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 RB-VENCIMENTO   PIC 9(08).
                03 RB-VALOR        PIC 9(09)V99.

      *    CALENDARIO DE FERIADOS (PROGR86T); ANO 0000 = TODO ANO
       FD CADFERIADO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
                03 FE-CHAVE.
                    05 FE-DATA.
                        07 FE-ANO  PIC 9(04).
                        07 FE-MES  PIC 9(02).
                        07 FE-DIA  PIC 9(02).
                    05 FE-ABRANG   PIC X(01).
                    05 FE-FILIAL   PIC 9(02).
                03 FE-DESCR        PIC X(30).
                03 FE-DATA-INC     PIC 9(08).
                03 FE-OPERADOR     PIC X(08).

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       77 W-TOTREG      PIC 9(06) VALUE ZEROS.
       77 W-TOTVAL      PIC 9(11)V99 VALUE ZEROS.
       77 W-NUM-LIVRE   PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-FER   PIC X(02) VALUE "00".
       77 W-TEM-FER     PIC 9(01) VALUE ZEROS.
       77 W-FERIADO     PIC 9(01) VALUE ZEROS.
       77 W-FER-PASSO   PIC 9(01) VALUE ZEROS.
       77 W-FER-FILIAL  PIC 9(02) VALUE ZEROS.
       77 W-FER-BUSCA   PIC 9(08) VALUE ZEROS.
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       77 W-DIA-IX      PIC 9(01) VALUE ZEROS.
       77 W-FIM-MES     PIC 9(02) VALUE ZEROS.
       77 W-RESTO       PIC 9(04) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-ZM          PIC 9(02) VALUE ZEROS.
       77 W-ZA          PIC 9(04) VALUE ZEROS.
       77 W-ZJ          PIC 9(02) VALUE ZEROS.
       77 W-ZK          PIC 9(02) VALUE ZEROS.
       77 W-ZT1         PIC S9(04) VALUE ZEROS.
       77 W-ZT2         PIC S9(04) VALUE ZEROS.
       77 W-ZT3         PIC S9(04) VALUE ZEROS.
       77 W-ZH          PIC S9(04) VALUE ZEROS.
       01 W-FER-DATA.
           03 W-FER-ANO     PIC 9(04).
           03 W-FER-MES     PIC 9(02).
           03 W-FER-DIA     PIC 9(02).
       01 W-FER-DATA-N REDEFINES W-FER-DATA PIC 9(08).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER.
      *    VENCIMENTO EM SABADO, DOMINGO OU FERIADO PASSA PARA O
      *    PRIMEIRO DIA UTIL SEGUINTE
           MOVE W-VENCTO TO W-FER-DATA-N
           PERFORM DIA-UTIL THRU DIA-UTIL-FIM
           IF W-FER-DATA-N NOT = W-VENCTO
               DISPLAY "VENCIMENTO PASSADO PARA O DIA UTIL: "
                       W-FER-DATA-N
               MOVE W-FER-DATA-N TO W-VENCTO.
      *
      *    REGISTRO HEADER DA REMESSA
           MOVE SPACES TO LINREMBAN
           MOVE W-TOTVAL TO RB-VALOR
           WRITE LINREMBAN
           CLOSE CADMENSAL CADALUNO REMBANCO JORNAL
           IF W-TEM-FER = 1
               CLOSE CADFERIADO.
           DISPLAY "REMESSA GRAVADA EM REMBANCO.DAT"
           DISPLAY "BOLETOS GERADOS: " W-TOTREG
           GO TO ROT-FIMP.
       SER-PROXNUM-FIM.
           EXIT.
      *
      *****************************************
      * FERIADO NA DATA W-FER-DATA PARA A      *
      * FILIAL W-FER-FILIAL: PRIMEIRO A DATA   *
      * DO ANO, DEPOIS A DE DATA FIXA (0000)   *
      *****************************************
      *
       FER-VERIFICA.
           MOVE ZEROS TO W-FERIADO W-FER-PASSO
           IF W-TEM-FER NOT = 1
               GO TO FER-VERIFICA-FIM.
           MOVE W-FER-DATA-N TO W-FER-BUSCA.
       FER-VERIFICA-POS.
           MOVE W-FER-BUSCA TO FE-DATA
           MOVE LOW-VALUES  TO FE-ABRANG
           MOVE ZEROS       TO FE-FILIAL
           START CADFERIADO KEY IS NOT LESS THAN FE-CHAVE
           IF ST-ERRO-FER NOT = "00"
               GO TO FER-VERIFICA-FIXO.
       FER-VERIFICA-LER.
           READ CADFERIADO NEXT RECORD
           IF ST-ERRO-FER NOT = "00"
               GO TO FER-VERIFICA-FIXO.
           IF FE-DATA NOT = W-FER-BUSCA
               GO TO FER-VERIFICA-FIXO.
           IF FE-ABRANG = "F" AND FE-FILIAL NOT = W-FER-FILIAL
               GO TO FER-VERIFICA-LER.
           MOVE 1 TO W-FERIADO
           GO TO FER-VERIFICA-FIM.
       FER-VERIFICA-FIXO.
           IF W-FER-PASSO = 1
               GO TO FER-VERIFICA-FIM.
           MOVE 1 TO W-FER-PASSO
           COMPUTE W-FER-BUSCA = (W-FER-MES * 100) + W-FER-DIA
           GO TO FER-VERIFICA-POS.
       FER-VERIFICA-FIM.
           MOVE "00" TO ST-ERRO-FER.
      *
      *****************************************
      * PRIMEIRO DIA UTIL A PARTIR DE          *
      * W-FER-DATA (SEM SABADO, DOMINGO OU     *
      * FERIADO)                               *
      *****************************************
      *
       DIA-UTIL.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           IF W-DIA-IX = 1 OR W-DIA-IX = 7
               GO TO DIA-UTIL-SOMA.
           PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
           IF W-FERIADO = ZEROS
               GO TO DIA-UTIL-FIM.
       DIA-UTIL-SOMA.
           ADD 1 TO W-FER-DIA
           PERFORM MES-FIM THRU MES-FIM-FIM
           IF W-FER-DIA > W-FIM-MES
               MOVE 1 TO W-FER-DIA
               ADD 1 TO W-FER-MES
               IF W-FER-MES > 12
                   MOVE 1 TO W-FER-MES
                   ADD 1 TO W-FER-ANO.
           GO TO DIA-UTIL.
       DIA-UTIL-FIM.
           EXIT.
      *
      *    ULTIMO DIA DO MES DE W-FER-DATA
       MES-FIM.
           MOVE 31 TO W-FIM-MES
           IF W-FER-MES = 4 OR 6 OR 9 OR 11
               MOVE 30 TO W-FIM-MES.
           IF W-FER-MES NOT = 2
               GO TO MES-FIM-FIM.
           MOVE 28 TO W-FIM-MES
           DIVIDE W-FER-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               GO TO MES-FIM-FIM.
           MOVE 29 TO W-FIM-MES
           DIVIDE W-FER-ANO BY 100 GIVING W-QUOC
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               GO TO MES-FIM-FIM.
           DIVIDE W-FER-ANO BY 400 GIVING W-QUOC
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               MOVE 28 TO W-FIM-MES.
       MES-FIM-FIM.
           EXIT.
      *
      *****************************************
      * DIA DA SEMANA DE W-FER-DATA (ZELLER)   *
      * 1=DOMINGO 2=SEGUNDA ... 7=SABADO       *
      *****************************************
      *
       DIA-SEMANA.
           IF W-FER-MES < 3
               COMPUTE W-ZM = W-FER-MES + 12
               COMPUTE W-ZA = W-FER-ANO - 1
           ELSE
               MOVE W-FER-MES TO W-ZM
               MOVE W-FER-ANO TO W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5
           COMPUTE W-ZT2 = W-ZK / 4
           COMPUTE W-ZT3 = W-ZJ / 4
           COMPUTE W-ZH = W-FER-DIA + W-ZT1 + W-ZK + W-ZT2 +
                          W-ZT3 - (2 * W-ZJ) + 700
           DIVIDE W-ZH BY 7 GIVING W-ZT1 REMAINDER W-DIASEM
           IF W-DIASEM = 0
               MOVE 7 TO W-DIA-IX
           ELSE
               MOVE W-DIASEM TO W-DIA-IX.
       DIA-SEMANA-FIM.
           EXIT.
      *
      **************************************
      * JORNAL DE ATUALIZACOES DO CADMENSAL*
      **************************************
