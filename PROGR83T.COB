       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR83T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * BANCO DE HORAS: LANCAMENTO DAS     *
      * FOLGAS COMPENSADAS, REGRA POR      *
      * DEPARTAMENTO, EXTRATO MENSAL DO    *
      * FUNCIONARIO E RESUMO DAS HORAS     *
      * DEVIDAS POR DEPARTAMENTO           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMREG
                    FILE STATUS  IS ST-ERRO-FUN
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODDEP
                    FILE STATUS  IS ST-ERRO-DEP
                    ALTERNATE RECORD IS DESCDEP WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADBHPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BP-DEPTO
                    FILE STATUS  IS ST-ERRO-BHP.
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
           SELECT RELBH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUN.DAT".
       01 REGFUN.
                03 NUMREG          PIC 9(06).
                03 NOME            PIC X(30).
                03 DEPARTAMENTO    PIC 9(01).
                03 CARGO           PIC 9(01).
                03 SALARIO         PIC 9(06)V99.
                03 NUMFILHOS       PIC 9(01).
                03 DIAADM          PIC 9(02).
                03 MESADM          PIC 9(02).
                03 ANOADM          PIC 9(04).
                03 DIADEM          PIC 9(02).
                03 MESDEM          PIC 9(02).
                03 ANODEM          PIC 9(04).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 MOTIVO-DEMISSAO PIC 9(01).

       FD CADDEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 CODDEP          PIC 9(01).
                03 DESCDEP         PIC X(22).

      *    REGRA DO BANCO DE HORAS POR DEPARTAMENTO: B = HORA EXTRA
      *    VAI PARA O BANCO, P = PAGA NA FOLHA; PRAZO EM MESES
       FD CADBHPAR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBHPAR.DAT".
       01 REGBHPAR.
                03 BP-DEPTO        PIC 9(01).
                03 BP-DESTINO      PIC X(01).
                03 BP-PRAZO        PIC 9(02).

      *    LOTES DO BANCO DE HORAS POR COMPETENCIA DE ORIGEM; O
      *    REGISTRO DE ANO/MES ZERADOS GUARDA AS HORAS DEVIDAS
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

      *    MOVIMENTOS: 000 CREDITO DO PONTO, 001-996 FOLGAS,
      *    997/998 RESCISAO, 999 SALDO VENCIDO PAGO NA FOLHA
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
                03 FILLER          PIC X(01).
                03 AU-HORA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 AU-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01).
                03 AU-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01).
                03 AU-OPERACAO     PIC X(10).
                03 FILLER          PIC X(01).
                03 AU-CHAVE        PIC X(15).
                03 FILLER          PIC X(01).
                03 AU-MOTIVO       PIC X(30).

       FD RELBH
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "BANCOHOR.DAT".
       01 LINRELBH            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-DEP  PIC X(02) VALUE "00".
       77 ST-ERRO-BHP  PIC X(02) VALUE "00".
       77 ST-ERRO-BH   PIC X(02) VALUE "00".
       77 ST-ERRO-BM   PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TEM-DEP    PIC 9(01) VALUE ZEROS.
       77 W-NUMREG     PIC 9(06) VALUE ZEROS.
       77 W-HORAS      PIC 9(03)V99 VALUE ZEROS.
       77 W-RESTO      PIC 9(04)V99 VALUE ZEROS.
       77 W-OBS        PIC X(30) VALUE SPACES.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-DEPTO      PIC 9(01) VALUE ZEROS.
       77 W-DEP-IX     PIC 9(02) VALUE ZEROS.
       77 W-PRAZO      PIC 9(02) VALUE ZEROS.
       77 W-SALDO50    PIC 9(05)V99 VALUE ZEROS.
       77 W-SALDO100   PIC 9(05)V99 VALUE ZEROS.
       77 W-DEVIDO     PIC 9(04)V99 VALUE ZEROS.
       77 W-SALDO-LIQ  PIC S9(05)V99 VALUE ZEROS.
       77 W-SALDO-ANT  PIC S9(05)V99 VALUE ZEROS.
       77 W-SALDO-MES  PIC S9(05)V99 VALUE ZEROS.
       77 W-HORAS-MOV  PIC S9(05)V99 VALUE ZEROS.
       77 W-SALHORA    PIC 9(04)V99 VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-MES-REF    PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF    PIC 9(04) VALUE ZEROS.
       77 W-COMP-REF   PIC 9(06) VALUE ZEROS.
       77 W-COMP-MOV   PIC 9(06) VALUE ZEROS.
       77 W-VENCE      PIC 9(06) VALUE ZEROS.
       77 W-VC-ANO     PIC 9(04) VALUE ZEROS.
       77 W-VC-MES     PIC 9(02) VALUE ZEROS.
       77 W-TODOS      PIC 9(01) VALUE ZEROS.
       77 W-QTD-MOV    PIC 9(04) VALUE ZEROS.
       77 W-QTD-EXT    PIC 9(04) VALUE ZEROS.
       77 W-HORAS-ED   PIC -ZZ.ZZ9,99.
       77 W-VALOR-ED   PIC ZZ.ZZZ.ZZ9,99.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-DATA-FOLGA.
           03 W-FG-ANO        PIC 9(04).
           03 W-FG-MES        PIC 9(02).
           03 W-FG-DIA        PIC 9(02).
       01 W-DATA-FOLGA-N REDEFINES W-DATA-FOLGA PIC 9(08).
       01 W-CHAVE-AUD.
           03 W-CA-NUMREG     PIC 9(06).
           03 W-CA-DATA       PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.

      *    TOTAIS DO RESUMO POR DEPARTAMENTO
       01 TABDEPTO.
          03 TD-DEP OCCURS 9 TIMES.
             05 TD-QTD        PIC 9(04).
             05 TD-CREDITO    PIC 9(06)V99.
             05 TD-DEVIDO     PIC 9(06)V99.
             05 TD-VALOR      PIC 9(08)V99.
       01 TABDEPTO-TOT.
             05 TT-QTD        PIC 9(05).
             05 TT-CREDITO    PIC 9(07)V99.
             05 TT-DEVIDO     PIC 9(07)V99.
             05 TT-VALOR      PIC 9(09)V99.

       01 LINSEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINEXT-CAB.
           03 FILLER          PIC X(34)
              VALUE "EXTRATO DO BANCO DE HORAS - MES  ".
           03 LE-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LE-ANO          PIC 9(04).
       01 LINEXT-FUN.
           03 FILLER          PIC X(10) VALUE "REGISTRO: ".
           03 LE-NUMREG       PIC 9(06).
           03 FILLER          PIC X(07) VALUE " NOME: ".
           03 LE-NOME         PIC X(30).
           03 FILLER          PIC X(08) VALUE " DEPTO: ".
           03 LE-DEPTO        PIC 9(01).
       01 LINEXT-SALDO.
           03 LE-SALDO-DESC   PIC X(30).
           03 LE-SALDO        PIC -ZZ.ZZ9,99.
           03 FILLER          PIC X(06) VALUE " HORAS".
       01 LINEXT-MOV.
           03 LE-DATA         PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-TIPO         PIC X(12).
           03 LE-HORAS        PIC -ZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-VALOR        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-OBS          PIC X(30).
       01 LINEXT-LOTE.
           03 FILLER          PIC X(06) VALUE "LOTE  ".
           03 LE-LT-MES       PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LE-LT-ANO       PIC 9(04).
           03 FILLER          PIC X(06) VALUE "  50% ".
           03 LE-LT-50        PIC ZZ9,99.
           03 FILLER          PIC X(07) VALUE "  100% ".
           03 LE-LT-100       PIC ZZ9,99.
           03 FILLER          PIC X(09) VALUE "  VENCE: ".
           03 LE-LT-VENCE     PIC 9(06).
       01 LINRES-CAB.
           03 FILLER          PIC X(40)
              VALUE "RESUMO DO BANCO DE HORAS POR DEPARTAMENT".
           03 FILLER          PIC X(09) VALUE "O - DATA ".
           03 LR-DATA         PIC 9(08).
       01 LINRES-CAB2.
           03 FILLER          PIC X(40)
              VALUE "DP DESCRICAO              FUNC   CREDITO".
           03 FILLER          PIC X(37)
              VALUE "   DEVIDAS     VALOR ESTIMADO".
       01 LINRES-DET.
           03 LR-DEPTO        PIC 9(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-DESC         PIC X(22).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-QTD          PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-CREDITO      PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-DEVIDO       PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-VALOR        PIC ZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       BCO-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: OPERADOR E PERFIL
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER SES-PERFIL.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER   TO W-OPERADOR
               MOVE SES-PERFIL TO W-PERFIL
               CLOSE OPERSES.
           OPEN INPUT CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUN"
               GO TO ROT-FIM.
       BCO-OP1.
           OPEN I-O CADBHPAR
           IF ST-ERRO-BHP NOT = "00"
               IF ST-ERRO-BHP = "30"
                   OPEN OUTPUT CADBHPAR
                   CLOSE CADBHPAR
                   DISPLAY "* ARQUIVO CADBHPAR SENDO CRIADO *"
                   GO TO BCO-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBHPAR"
                   CLOSE CADFUN
                   GO TO ROT-FIM.
       BCO-OP2.
           OPEN I-O CADBANCOH
           IF ST-ERRO-BH NOT = "00"
               IF ST-ERRO-BH = "30"
                   OPEN OUTPUT CADBANCOH
                   CLOSE CADBANCOH
                   DISPLAY "* ARQUIVO CADBANCOH SENDO CRIADO *"
                   GO TO BCO-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBANCOH"
                   CLOSE CADFUN CADBHPAR
                   GO TO ROT-FIM.
       BCO-OP3.
           OPEN I-O CADBHMOV
           IF ST-ERRO-BM NOT = "00"
               IF ST-ERRO-BM = "30"
                   OPEN OUTPUT CADBHMOV
                   CLOSE CADBHMOV
                   DISPLAY "* ARQUIVO CADBHMOV SENDO CRIADO *"
                   GO TO BCO-OP3
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBHMOV"
                   CLOSE CADFUN CADBHPAR CADBANCOH
                   GO TO ROT-FIM.
           OPEN OUTPUT RELBH
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO BANCOHOR"
               CLOSE CADFUN CADBHPAR CADBANCOH CADBHMOV
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-DEP
           OPEN INPUT CADDEP
           IF ST-ERRO-DEP NOT = "00"
               MOVE ZEROS TO W-TEM-DEP.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       BCO-MENU.
           DISPLAY " "
           DISPLAY "BANCO DE HORAS"
           DISPLAY "OPCAO (D=FOLGA COMPENSADA P=REGRA DO DEPARTAMENTO "
                   "E=EXTRATO S=RESUMO F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO BCO-FIM.
           IF W-OPCAO = "D" OR "d"
               GO TO DEB-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PAR-001.
           IF W-OPCAO = "E" OR "e"
               GO TO EXT-001.
           IF W-OPCAO = "S" OR "s"
               GO TO RES-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO BCO-MENU.
      *
      *****************************************
      * FOLGA COMPENSADA: DEBITA OS LOTES MAIS *
      * ANTIGOS (PRIMEIRO 50%, DEPOIS 100%); O *
      * QUE FALTAR FICA COMO HORAS DEVIDAS     *
      *****************************************
      *
       DEB-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO BCO-MENU.
           DISPLAY "NUMERO DE REGISTRO DO FUNCIONARIO (0=VOLTAR): "
           ACCEPT W-NUMREG
           IF W-NUMREG = ZEROS
               GO TO BCO-MENU.
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO DEB-001.
           IF ANODEM NOT = ZEROS
               DISPLAY "*** FUNCIONARIO DEMITIDO ***"
               GO TO DEB-001.
           PERFORM BAL-CALCULA THRU BAL-CALCULA-FIM
           MOVE W-SALDO-LIQ TO W-HORAS-ED
           DISPLAY NOME "  SALDO ATUAL: " W-HORAS-ED " HORAS".
       DEB-002.
           DISPLAY "DATA DA FOLGA (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DATA-FOLGA-N
           IF W-DATA-FOLGA-N = ZEROS
               MOVE W-HOJE8-N TO W-DATA-FOLGA-N.
           IF W-FG-MES < 1 OR W-FG-MES > 12 OR W-FG-DIA < 1 OR
              W-FG-DIA > 31 OR W-FG-ANO = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO DEB-002.
       DEB-003.
           DISPLAY "HORAS DE FOLGA (HHH,MM EM CENTESIMOS): "
           ACCEPT W-HORAS
           IF W-HORAS = ZEROS
               DISPLAY "HORAS INVALIDAS"
               GO TO DEB-003.
           DISPLAY "OBSERVACAO: "
           MOVE SPACES TO W-OBS
           ACCEPT W-OBS
           IF W-HORAS > W-SALDO-LIQ
               DISPLAY "* SALDO INSUFICIENTE - A DIFERENCA FICARA "
                       "COMO HORAS DEVIDAS *".
           DISPLAY "CONFIRMA O LANCAMENTO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** LANCAMENTO NAO REALIZADO ***"
               GO TO DEB-001.
      *    PROXIMA SEQUENCIA LIVRE DO MES DA FOLGA
           MOVE 1 TO W-SEQ.
       DEB-SEQ.
           MOVE W-NUMREG TO BM-NUMREG
           MOVE W-FG-ANO TO BM-ANO
           MOVE W-FG-MES TO BM-MES
           MOVE W-SEQ    TO BM-SEQ
           READ CADBHMOV
           IF ST-ERRO-BM = "00"
               ADD 1 TO W-SEQ
               IF W-SEQ > 996
                   DISPLAY "*** LIMITE DE LANCAMENTOS NO MES ***"
                   GO TO DEB-001
               ELSE
                   GO TO DEB-SEQ.
           MOVE W-HORAS TO W-RESTO
           MOVE W-NUMREG TO BH-NUMREG
           MOVE 1        TO BH-ANO
           MOVE ZEROS    TO BH-MES
           START CADBANCOH KEY IS NOT LESS THAN BH-CHAVE
           IF ST-ERRO-BH NOT = "00"
               GO TO DEB-DEVIDO.
       DEB-LOTE.
           IF W-RESTO = ZEROS
               GO TO DEB-DEVIDO.
           READ CADBANCOH NEXT RECORD
           IF ST-ERRO-BH NOT = "00"
               GO TO DEB-DEVIDO.
           IF BH-NUMREG NOT = W-NUMREG
               GO TO DEB-DEVIDO.
           IF BH-SITUACAO NOT = "A"
               GO TO DEB-LOTE.
           IF BH-SALDO50 = ZEROS AND BH-SALDO100 = ZEROS
               GO TO DEB-LOTE.
           IF W-RESTO > BH-SALDO50
               SUBTRACT BH-SALDO50 FROM W-RESTO
               MOVE ZEROS TO BH-SALDO50
           ELSE
               SUBTRACT W-RESTO FROM BH-SALDO50
               MOVE ZEROS TO W-RESTO.
           IF W-RESTO > BH-SALDO100
               SUBTRACT BH-SALDO100 FROM W-RESTO
               MOVE ZEROS TO BH-SALDO100
           ELSE
               SUBTRACT W-RESTO FROM BH-SALDO100
               MOVE ZEROS TO W-RESTO.
           REWRITE REGBANCOH
           GO TO DEB-LOTE.
       DEB-DEVIDO.
           MOVE "00" TO ST-ERRO-BH
           IF W-RESTO = ZEROS
               GO TO DEB-MOV.
           MOVE W-NUMREG TO BH-NUMREG
           MOVE ZEROS    TO BH-ANO BH-MES
           READ CADBANCOH
           IF ST-ERRO-BH = "00"
               ADD W-RESTO TO BH-DEVIDO
               REWRITE REGBANCOH
           ELSE
               MOVE ZEROS TO BH-CRED50 BH-CRED100 BH-ABAT
                             BH-SALDO50 BH-SALDO100
                             BH-COMP-PAGO BH-VALOR-PAGO
               MOVE "A"     TO BH-SITUACAO
               MOVE W-RESTO TO BH-DEVIDO
               WRITE REGBANCOH.
           IF ST-ERRO-BH NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBANCOH"
               GO TO BCO-FIM.
       DEB-MOV.
           MOVE W-NUMREG       TO BM-NUMREG
           MOVE W-FG-ANO       TO BM-ANO
           MOVE W-FG-MES       TO BM-MES
           MOVE W-SEQ          TO BM-SEQ
           MOVE "D"            TO BM-TIPO
           MOVE W-DATA-FOLGA-N TO BM-DATA
           MOVE W-HORAS        TO BM-HORAS50
           MOVE ZEROS          TO BM-HORAS100 BM-VALOR
           MOVE W-OBS          TO BM-OBS
           WRITE REGBHMOV
           IF ST-ERRO-BM NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBHMOV"
               GO TO BCO-FIM.
           MOVE "FOLGA BH"  TO AU-OPERACAO
           MOVE W-OBS       TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM BAL-CALCULA THRU BAL-CALCULA-FIM
           MOVE W-SALDO-LIQ TO W-HORAS-ED
           DISPLAY "*** FOLGA LANCADA - SALDO: " W-HORAS-ED " HORAS ***"
           GO TO DEB-001.
      *
      *****************************************
      * REGRA E PRAZO POR DEPARTAMENTO         *
      *****************************************
      *
       PAR-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* PARAMETROS SOMENTE PARA O SUPERVISOR *"
               GO TO BCO-MENU.
           DISPLAY "DEPARTAMENTO (1-9, 0=VOLTAR): "
           ACCEPT W-DEPTO
           IF W-DEPTO = ZEROS
               GO TO BCO-MENU.
           MOVE W-DEPTO TO BP-DEPTO
           READ CADBHPAR
           IF ST-ERRO-BHP NOT = "00"
               MOVE W-DEPTO TO BP-DEPTO
               MOVE "P"     TO BP-DESTINO
               MOVE 6       TO BP-PRAZO
               DISPLAY "DEPARTAMENTO SEM REGRA - HORA EXTRA PAGA"
           ELSE
               DISPLAY "REGRA ATUAL: " BP-DESTINO
                       "  PRAZO: " BP-PRAZO " MESES".
       PAR-002.
           DISPLAY "DESTINO DA HORA EXTRA (B=BANCO P=PAGAR): "
           ACCEPT BP-DESTINO
           IF BP-DESTINO = "b"
               MOVE "B" TO BP-DESTINO.
           IF BP-DESTINO = "p"
               MOVE "P" TO BP-DESTINO.
           IF BP-DESTINO NOT = "B" AND BP-DESTINO NOT = "P"
               DISPLAY "DESTINO INVALIDO"
               GO TO PAR-002.
       PAR-003.
           DISPLAY "PRAZO PARA COMPENSAR (MESES): "
           ACCEPT BP-PRAZO
           IF BP-PRAZO = ZEROS
               DISPLAY "PRAZO INVALIDO"
               GO TO PAR-003.
           MOVE W-DEPTO TO BP-DEPTO
           REWRITE REGBHPAR
           IF ST-ERRO-BHP = "23" OR "21"
               WRITE REGBHPAR.
           IF ST-ERRO-BHP = "00" OR "02"
               DISPLAY "*** REGRA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBHPAR".
           GO TO PAR-001.
      *
      *****************************************
      * EXTRATO MENSAL: SALDO ANTERIOR, OS     *
      * MOVIMENTOS DO MES, O SALDO FINAL E OS  *
      * LOTES EM ABERTO COM O MES DE VENCIMENTO*
      *****************************************
      *
       EXT-001.
           DISPLAY "MES/ANO DO EXTRATO - MES (1-12): "
           ACCEPT W-MES-REF
           IF W-MES-REF < 1 OR W-MES-REF > 12
               DISPLAY "MES INVALIDO"
               GO TO EXT-001.
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO-REF
           COMPUTE W-COMP-REF = (W-ANO-REF * 100) + W-MES-REF
           DISPLAY "NUMERO DE REGISTRO (0=TODOS): "
           ACCEPT W-NUMREG
           MOVE ZEROS TO W-QTD-EXT
           MOVE W-MES-REF TO LE-MES
           MOVE W-ANO-REF TO LE-ANO
           MOVE LINEXT-CAB TO LINRELBH
           WRITE LINRELBH
           IF W-NUMREG NOT = ZEROS
               MOVE ZEROS TO W-TODOS
               MOVE W-NUMREG TO NUMREG
               READ CADFUN
               IF ST-ERRO-FUN NOT = "00"
                   DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
                   GO TO EXT-001
               ELSE
                   PERFORM EXT-FUN THRU EXT-FUN-FIM
                   GO TO EXT-FIM.
           MOVE 1 TO W-TODOS
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               GO TO EXT-FIM.
       EXT-LER.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               GO TO EXT-FIM.
           PERFORM EXT-FUN THRU EXT-FUN-FIM
           GO TO EXT-LER.
       EXT-FIM.
           MOVE "00" TO ST-ERRO-FUN
           DISPLAY "*** " W-QTD-EXT " EXTRATO(S) GRAVADO(S) EM "
                   "BANCOHOR.DAT ***"
           GO TO BCO-MENU.
      *
       EXT-FUN.
           MOVE ZEROS TO W-SALDO-ANT W-SALDO-MES W-QTD-MOV
           MOVE NUMREG TO BM-NUMREG
           MOVE ZEROS  TO BM-ANO BM-MES BM-SEQ
           START CADBHMOV KEY IS NOT LESS THAN BM-CHAVE
           IF ST-ERRO-BM NOT = "00"
               GO TO EXT-FUN-SAI.
      *    SALDO ANTERIOR: MOVIMENTOS DAS COMPETENCIAS PASSADAS
       EXT-FUN-ANT.
           READ CADBHMOV NEXT RECORD
           IF ST-ERRO-BM NOT = "00"
               GO TO EXT-FUN-SAI.
           IF BM-NUMREG NOT = NUMREG
               GO TO EXT-FUN-SAI.
           COMPUTE W-COMP-MOV = (BM-ANO * 100) + BM-MES
           IF W-COMP-MOV > W-COMP-REF
               GO TO EXT-FUN-SAI.
           PERFORM MOV-SINAL THRU MOV-SINAL-FIM
           IF W-COMP-MOV < W-COMP-REF
               ADD W-HORAS-MOV TO W-SALDO-ANT
               GO TO EXT-FUN-ANT.
           IF W-QTD-MOV = ZEROS
               PERFORM EXT-CAB THRU EXT-CAB-FIM.
           ADD 1 TO W-QTD-MOV
           ADD W-HORAS-MOV TO W-SALDO-MES
           MOVE BM-DATA     TO LE-DATA
           MOVE W-HORAS-MOV TO LE-HORAS
           MOVE BM-VALOR    TO LE-VALOR
           MOVE BM-OBS      TO LE-OBS
           MOVE LINEXT-MOV  TO LINRELBH
           WRITE LINRELBH
           GO TO EXT-FUN-ANT.
       EXT-FUN-SAI.
           MOVE "00" TO ST-ERRO-BM
           IF W-QTD-MOV = ZEROS
               IF W-SALDO-ANT = ZEROS AND W-TODOS = 1
                   GO TO EXT-FUN-FIM
               ELSE
                   PERFORM EXT-CAB THRU EXT-CAB-FIM.
           MOVE "SALDO FINAL DO MES............" TO LE-SALDO-DESC
           COMPUTE W-SALDO-LIQ = W-SALDO-ANT + W-SALDO-MES
           MOVE W-SALDO-LIQ TO LE-SALDO
           MOVE LINEXT-SALDO TO LINRELBH
           WRITE LINRELBH
      *    LOTES EM ABERTO E O MES EM QUE VENCEM
           MOVE 6 TO W-PRAZO
           MOVE DEPARTAMENTO TO BP-DEPTO
           READ CADBHPAR
           IF ST-ERRO-BHP = "00" AND BP-PRAZO NOT = ZEROS
               MOVE BP-PRAZO TO W-PRAZO.
           MOVE "00" TO ST-ERRO-BHP
           MOVE NUMREG TO BH-NUMREG
           MOVE 1      TO BH-ANO
           MOVE ZEROS  TO BH-MES
           START CADBANCOH KEY IS NOT LESS THAN BH-CHAVE
           IF ST-ERRO-BH NOT = "00"
               GO TO EXT-FUN-TOT.
       EXT-FUN-LOTE.
           READ CADBANCOH NEXT RECORD
           IF ST-ERRO-BH NOT = "00"
               GO TO EXT-FUN-TOT.
           IF BH-NUMREG NOT = NUMREG
               GO TO EXT-FUN-TOT.
           IF BH-SITUACAO NOT = "A"
               GO TO EXT-FUN-LOTE.
           IF BH-SALDO50 = ZEROS AND BH-SALDO100 = ZEROS
               GO TO EXT-FUN-LOTE.
           COMPUTE W-VENCE = (BH-ANO * 12) + BH-MES - 1 + W-PRAZO
           DIVIDE W-VENCE BY 12 GIVING W-VC-ANO REMAINDER W-VC-MES
           ADD 1 TO W-VC-MES
           COMPUTE W-VENCE = (W-VC-ANO * 100) + W-VC-MES
           MOVE BH-MES      TO LE-LT-MES
           MOVE BH-ANO      TO LE-LT-ANO
           MOVE BH-SALDO50  TO LE-LT-50
           MOVE BH-SALDO100 TO LE-LT-100
           MOVE W-VENCE     TO LE-LT-VENCE
           MOVE LINEXT-LOTE TO LINRELBH
           WRITE LINRELBH
           GO TO EXT-FUN-LOTE.
       EXT-FUN-TOT.
           MOVE "00" TO ST-ERRO-BH
           ADD 1 TO W-QTD-EXT
           MOVE LINSEP TO LINRELBH
           WRITE LINRELBH.
       EXT-FUN-FIM.
           EXIT.
      *
       EXT-CAB.
           MOVE NUMREG       TO LE-NUMREG
           MOVE NOME         TO LE-NOME
           MOVE DEPARTAMENTO TO LE-DEPTO
           MOVE LINEXT-FUN   TO LINRELBH
           WRITE LINRELBH
           MOVE "SALDO ANTERIOR................" TO LE-SALDO-DESC
           MOVE W-SALDO-ANT  TO LE-SALDO
           MOVE LINEXT-SALDO TO LINRELBH
           WRITE LINRELBH.
       EXT-CAB-FIM.
           EXIT.
      *
      *    HORAS DO MOVIMENTO COM O SINAL DO EFEITO NO SALDO
       MOV-SINAL.
           IF BM-TIPO = "C"
               COMPUTE W-HORAS-MOV = BM-HORAS50 + BM-HORAS100
               MOVE "CREDITO HE" TO LE-TIPO.
           IF BM-TIPO = "D"
               COMPUTE W-HORAS-MOV = 0 - BM-HORAS50
               MOVE "FOLGA" TO LE-TIPO.
           IF BM-TIPO = "V"
               COMPUTE W-HORAS-MOV = 0 - BM-HORAS50 - BM-HORAS100
               MOVE "PAGO VENCIDO" TO LE-TIPO.
           IF BM-TIPO = "R"
               COMPUTE W-HORAS-MOV = 0 - BM-HORAS50 - BM-HORAS100
               MOVE "PAGO RESCIS." TO LE-TIPO.
           IF BM-TIPO = "N"
               MOVE BM-HORAS50 TO W-HORAS-MOV
               MOVE "DESC.RESCIS." TO LE-TIPO.
       MOV-SINAL-FIM.
           EXIT.
      *
      *****************************************
      * RESUMO POR DEPARTAMENTO DOS SALDOS DOS *
      * FUNCIONARIOS ATIVOS E DO VALOR QUE A   *
      * EMPRESA DEVE EM HORAS EXTRAS           *
      *****************************************
      *
       RES-001.
           MOVE ZEROS TO TABDEPTO TABDEPTO-TOT
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               GO TO RES-IMP.
       RES-LER.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               GO TO RES-IMP.
           IF ANODEM NOT = ZEROS OR DEPARTAMENTO = ZEROS
               GO TO RES-LER.
           PERFORM BAL-CALCULA THRU BAL-CALCULA-FIM
           IF W-SALDO50 = ZEROS AND W-SALDO100 = ZEROS AND
              W-DEVIDO = ZEROS
               GO TO RES-LER.
           COMPUTE W-SALHORA ROUNDED = SALARIO / 220
           COMPUTE W-VALOR ROUNDED = (W-SALDO50 * W-SALHORA * 1,5) +
                   (W-SALDO100 * W-SALHORA * 2)
           MOVE DEPARTAMENTO TO W-DEP-IX
           ADD 1 TO TD-QTD(W-DEP-IX)
           ADD W-SALDO50 W-SALDO100 TO TD-CREDITO(W-DEP-IX)
           ADD W-DEVIDO TO TD-DEVIDO(W-DEP-IX)
           ADD W-VALOR  TO TD-VALOR(W-DEP-IX)
           GO TO RES-LER.
       RES-IMP.
           MOVE "00" TO ST-ERRO-FUN
           MOVE W-HOJE8-N TO LR-DATA
           MOVE LINRES-CAB TO LINRELBH
           WRITE LINRELBH
           MOVE LINRES-CAB2 TO LINRELBH
           WRITE LINRELBH
           MOVE LINSEP TO LINRELBH
           WRITE LINRELBH
           MOVE 1 TO W-DEP-IX.
       RES-IMP-LOOP.
           IF W-DEP-IX > 9
               GO TO RES-TOT.
           IF TD-QTD(W-DEP-IX) = ZEROS
               ADD 1 TO W-DEP-IX
               GO TO RES-IMP-LOOP.
           MOVE SPACES TO LR-DESC
           IF W-TEM-DEP = 1
               MOVE W-DEP-IX TO CODDEP
               READ CADDEP
               IF ST-ERRO-DEP = "00"
                   MOVE DESCDEP TO LR-DESC.
           MOVE W-DEP-IX TO LR-DEPTO
           MOVE TD-QTD(W-DEP-IX)     TO LR-QTD
           MOVE TD-CREDITO(W-DEP-IX) TO LR-CREDITO
           MOVE TD-DEVIDO(W-DEP-IX)  TO LR-DEVIDO
           MOVE TD-VALOR(W-DEP-IX)   TO LR-VALOR
           MOVE LINRES-DET TO LINRELBH
           WRITE LINRELBH
           DISPLAY LINRES-DET
           ADD TD-QTD(W-DEP-IX)     TO TT-QTD
           ADD TD-CREDITO(W-DEP-IX) TO TT-CREDITO
           ADD TD-DEVIDO(W-DEP-IX)  TO TT-DEVIDO
           ADD TD-VALOR(W-DEP-IX)   TO TT-VALOR
           ADD 1 TO W-DEP-IX
           GO TO RES-IMP-LOOP.
       RES-TOT.
           MOVE LINSEP TO LINRELBH
           WRITE LINRELBH
           MOVE ZEROS  TO LR-DEPTO
           MOVE "TOTAL GERAL" TO LR-DESC
           MOVE TT-QTD     TO LR-QTD
           MOVE TT-CREDITO TO LR-CREDITO
           MOVE TT-DEVIDO  TO LR-DEVIDO
           MOVE TT-VALOR   TO LR-VALOR
           MOVE LINRES-DET TO LINRELBH
           WRITE LINRELBH
           MOVE TT-VALOR TO W-VALOR-ED
           DISPLAY "VALOR ESTIMADO DEVIDO EM HORAS: " W-VALOR-ED
           DISPLAY "*** RESUMO GRAVADO EM BANCOHOR.DAT ***"
           GO TO BCO-MENU.
      *
      *****************************************
      * SALDO ATUAL DO FUNCIONARIO: LOTES EM   *
      * ABERTO MENOS AS HORAS DEVIDAS          *
      *****************************************
      *
       BAL-CALCULA.
           MOVE ZEROS TO W-SALDO50 W-SALDO100 W-DEVIDO
           MOVE NUMREG TO BH-NUMREG
           MOVE ZEROS  TO BH-ANO BH-MES
           START CADBANCOH KEY IS NOT LESS THAN BH-CHAVE
           IF ST-ERRO-BH NOT = "00"
               GO TO BAL-CALCULA-SAI.
       BAL-CALCULA-LER.
           READ CADBANCOH NEXT RECORD
           IF ST-ERRO-BH NOT = "00"
               GO TO BAL-CALCULA-SAI.
           IF BH-NUMREG NOT = NUMREG
               GO TO BAL-CALCULA-SAI.
           IF BH-ANO = ZEROS
               MOVE BH-DEVIDO TO W-DEVIDO
               GO TO BAL-CALCULA-LER.
           IF BH-SITUACAO = "A"
               ADD BH-SALDO50  TO W-SALDO50
               ADD BH-SALDO100 TO W-SALDO100.
           GO TO BAL-CALCULA-LER.
       BAL-CALCULA-SAI.
           MOVE "00" TO ST-ERRO-BH
           COMPUTE W-SALDO-LIQ = W-SALDO50 + W-SALDO100 - W-DEVIDO.
       BAL-CALCULA-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR83T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-NUMREG   TO W-CA-NUMREG
           MOVE W-DATA-FOLGA-N TO W-CA-DATA
           MOVE W-CHAVE-AUD TO AU-CHAVE
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       BCO-FIM.
           CLOSE CADFUN CADBHPAR CADBANCOH CADBHMOV RELBH AUDITLOG
           IF W-TEM-DEP = 1
               CLOSE CADDEP.
           GO TO ROT-FIMP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
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
