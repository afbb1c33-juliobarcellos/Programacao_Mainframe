                    RECORD KEY   IS FE-NUMREG
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
           SELECT CADBANCOH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-ERRO-BH.
      *
      *-----------------------------------------------------------------
           SELECT CADBHMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BM-CHAVE
                    FILE STATUS  IS ST-ERRO-BM.
      *
      *-----------------------------------------------------------------
           SELECT RELRESC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 DIAS-GOZADOS    PIC 9(02).
                03 DIAS-SALDO      PIC 9(02).

       FD CADBANCOH
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBANCOH.DAT".
       01 REGBANCOH.
                03 BH-CHAVE.
                    05 BH-NUMREG   PIC 9(06).
                    05 BH-ANO      PIC 9(04).
                    05 BH-MES      PIC 9(02).
                03 BH-CRED50       PIC 9(03)V99.
                03 BH-CRED100      PIC 9(03)V99.
                03 BH-ABAT         PIC 9(03)V99.
                03 BH-SALDO50      PIC 9(03)V99.
                03 BH-SALDO100     PIC 9(03)V99.
                03 BH-DEVIDO       PIC 9(04)V99.
                03 BH-SITUACAO     PIC X(01).
                03 BH-COMP-PAGO    PIC 9(06).
                03 BH-VALOR-PAGO   PIC 9(06)V99.

       FD CADBHMOV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBHMOV.DAT".
       01 REGBHMOV.
                03 BM-CHAVE.
                    05 BM-NUMREG   PIC 9(06).
                    05 BM-ANO      PIC 9(04).
                    05 BM-MES      PIC 9(02).
                    05 BM-SEQ      PIC 9(03).
                03 BM-TIPO         PIC X(01).
                03 BM-DATA         PIC 9(08).
                03 BM-HORAS50      PIC 9(04)V99.
                03 BM-HORAS100     PIC 9(04)V99.
                03 BM-VALOR        PIC 9(06)V99.
                03 BM-OBS          PIC X(30).

       FD RELRESC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "RESCISAO.DAT".
       77 W-FERPROP     PIC 9(06)V99 VALUE ZEROS.
       77 W-FERPROP13   PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTAL       PIC 9(07)V99 VALUE ZEROS.
       77 ST-ERRO-BH    PIC X(02) VALUE "00".
       77 ST-ERRO-BM    PIC X(02) VALUE "00".
       77 W-TEM-BANCO   PIC 9(01) VALUE ZEROS.
       77 W-COMP-DEM    PIC 9(06) VALUE ZEROS.
       77 W-SALHORA     PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-H50      PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-H100     PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-DEVIDO   PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-VALOR    PIC 9(06)V99 VALUE ZEROS.
       77 W-BH-PAGAR    PIC 9(06)V99 VALUE ZEROS.
       77 W-BH-DESC     PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTAL-S     PIC S9(07)V99 VALUE ZEROS.
       77 MOTDEM-DESC   PIC X(25) VALUE SPACES.
       01 TABMOTDEM.
          03 FILLER  PIC X(25) VALUE "DEMISSAO A PEDIDO".
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESCISAO"
               CLOSE CADFUN CADFERIAS
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-BANCO
           OPEN I-O CADBANCOH
           IF ST-ERRO-BH NOT = "00"
               MOVE ZEROS TO W-TEM-BANCO
           ELSE
               OPEN I-O CADBHMOV
               IF ST-ERRO-BM NOT = "00"
                   MOVE ZEROS TO W-TEM-BANCO
                   CLOSE CADBANCOH.
      *
       RES-001.
           DISPLAY "NUMERO DE REGISTRO DO FUNCIONARIO (0=FIM): "
               COMPUTE W-DEC13 ROUNDED = (SALARIO / 12) * W-AVOS13
               COMPUTE W-FERPROP ROUNDED = (SALARIO / 12) * W-AVOSFER
               COMPUTE W-FERPROP13 ROUNDED = W-FERPROP / 3.
           PERFORM BH-QUITA THRU BH-QUITA-FIM
           COMPUTE W-TOTAL-S = W-SALDO-SAL + W-DEC13 + W-FERVENC +
                   W-FERVENC13 + W-FERPROP + W-FERPROP13 +
                   W-BH-PAGAR - W-BH-DESC
           IF W-TOTAL-S < ZEROS
               MOVE ZEROS TO W-TOTAL
           ELSE
               MOVE W-TOTAL-S TO W-TOTAL.
      *
      *****************************************
      * IMPRESSAO DO TERMO DE RESCISAO         *
           MOVE W-FERPROP13 TO LV-VALOR
           MOVE LINVERBA TO LINRELRESC
           WRITE LINRELRESC
           IF W-BH-PAGAR NOT = ZEROS
               MOVE "BANCO DE HORAS - SALDO PAGO..." TO LV-DESC
               MOVE W-BH-PAGAR TO LV-VALOR
               MOVE LINVERBA TO LINRELRESC
               WRITE LINRELRESC.
           IF W-BH-DESC NOT = ZEROS
               MOVE "(-) BANCO DE HORAS - DEVIDAS.." TO LV-DESC
               MOVE W-BH-DESC TO LV-VALOR
               MOVE LINVERBA TO LINRELRESC
               WRITE LINRELRESC.
           MOVE W-TOTAL TO LT-TOTAL
           MOVE LINTOT TO LINRELRESC
           WRITE LINRELRESC
      *
       RES-FIM.
           CLOSE CADFUN CADFERIAS RELRESC
           IF W-TEM-BANCO = 1
               CLOSE CADBANCOH CADBHMOV.
           GO TO ROT-FIMP.
      *
      *****************************************
      * QUITACAO DO BANCO DE HORAS: O SALDO    *
      * CREDOR E PAGO COMO HORA EXTRA E AS     *
      * HORAS DEVIDAS SAO DESCONTADAS PELO     *
      * VALOR DA HORA NORMAL. OS LOTES FICAM   *
      * MARCADOS "R" PARA A FOLHA NAO PAGAR    *
      * DE NOVO; REEMITIR O TERMO REPETE OS    *
      * MESMOS VALORES                         *
      *****************************************
      *
       BH-QUITA.
           MOVE ZEROS TO W-BH-PAGAR W-BH-DESC W-BH-H50 W-BH-H100
                         W-BH-DEVIDO
           IF W-TEM-BANCO NOT = 1
               GO TO BH-QUITA-FIM.
           COMPUTE W-COMP-DEM = (ANODEM * 100) + MESDEM
           COMPUTE W-SALHORA ROUNDED = SALARIO / 220
           MOVE NUMREG TO BH-NUMREG
           MOVE 1      TO BH-ANO
           MOVE ZEROS  TO BH-MES
           START CADBANCOH KEY IS NOT LESS THAN BH-CHAVE
           IF ST-ERRO-BH NOT = "00"
               MOVE "00" TO ST-ERRO-BH
               GO TO BH-QUITA-DEV.
       BH-QUITA-LER.
           READ CADBANCOH NEXT RECORD
           IF ST-ERRO-BH NOT = "00"
               MOVE "00" TO ST-ERRO-BH
               GO TO BH-QUITA-DEV.
           IF BH-NUMREG NOT = NUMREG
               GO TO BH-QUITA-DEV.
           IF BH-SITUACAO = "R"
               ADD BH-VALOR-PAGO TO W-BH-PAGAR
               ADD BH-SALDO50    TO W-BH-H50
               ADD BH-SALDO100   TO W-BH-H100
               GO TO BH-QUITA-LER.
           IF BH-SITUACAO NOT = "A"
               GO TO BH-QUITA-LER.
           IF BH-SALDO50 = ZEROS AND BH-SALDO100 = ZEROS
               GO TO BH-QUITA-LER.
           COMPUTE W-BH-VALOR ROUNDED =
                   (BH-SALDO50 * W-SALHORA * 1,5) +
                   (BH-SALDO100 * W-SALHORA * 2)
           MOVE "R"        TO BH-SITUACAO
           MOVE W-COMP-DEM TO BH-COMP-PAGO
           MOVE W-BH-VALOR TO BH-VALOR-PAGO
           REWRITE REGBANCOH
           ADD W-BH-VALOR  TO W-BH-PAGAR
           ADD BH-SALDO50  TO W-BH-H50
           ADD BH-SALDO100 TO W-BH-H100
           GO TO BH-QUITA-LER.
       BH-QUITA-DEV.
      *    HORAS DEVIDAS: SOMA O QUE JA FOI QUITADO NESTA RESCISAO
           MOVE NUMREG TO BM-NUMREG
           MOVE ANODEM TO BM-ANO
           MOVE MESDEM TO BM-MES
           MOVE 998    TO BM-SEQ
           READ CADBHMOV
           IF ST-ERRO-BM = "00"
               MOVE BM-HORAS50 TO W-BH-DEVIDO.
           MOVE "00" TO ST-ERRO-BM
           MOVE NUMREG TO BH-NUMREG
           MOVE ZEROS  TO BH-ANO BH-MES
           READ CADBANCOH
           IF ST-ERRO-BH = "00"
               ADD BH-DEVIDO TO W-BH-DEVIDO
               MOVE ZEROS TO BH-DEVIDO
               REWRITE REGBANCOH.
           MOVE "00" TO ST-ERRO-BH
           COMPUTE W-BH-DESC ROUNDED = W-BH-DEVIDO * W-SALHORA
      *    MOVIMENTOS DA RESCISAO NO EXTRATO (997 PAGO, 998 DEVIDO)
           IF W-BH-PAGAR = ZEROS
               GO TO BH-QUITA-MOVD.
           MOVE NUMREG     TO BM-NUMREG
           MOVE ANODEM     TO BM-ANO
           MOVE MESDEM     TO BM-MES
           MOVE 997        TO BM-SEQ
           MOVE "R"        TO BM-TIPO
           ACCEPT BM-DATA FROM DATE YYYYMMDD
           MOVE W-BH-H50   TO BM-HORAS50
           MOVE W-BH-H100  TO BM-HORAS100
           MOVE W-BH-PAGAR TO BM-VALOR
           MOVE "SALDO PAGO NA RESCISAO" TO BM-OBS
           WRITE REGBHMOV
           IF ST-ERRO-BM = "22"
               REWRITE REGBHMOV.
           MOVE "00" TO ST-ERRO-BM.
       BH-QUITA-MOVD.
           IF W-BH-DEVIDO = ZEROS
               GO TO BH-QUITA-FIM.
           MOVE NUMREG      TO BM-NUMREG
           MOVE ANODEM      TO BM-ANO
           MOVE MESDEM      TO BM-MES
           MOVE 998         TO BM-SEQ
           MOVE "N"         TO BM-TIPO
           ACCEPT BM-DATA FROM DATE YYYYMMDD
           MOVE W-BH-DEVIDO TO BM-HORAS50
           MOVE ZEROS       TO BM-HORAS100
           MOVE W-BH-DESC   TO BM-VALOR
           MOVE "HORAS DEVIDAS DESCONTADAS" TO BM-OBS
           WRITE REGBHMOV
           IF ST-ERRO-BM = "22"
               REWRITE REGBHMOV.
           MOVE "00" TO ST-ERRO-BM.
       BH-QUITA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
