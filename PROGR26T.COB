                    RECORD KEY   IS DD-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
      *
      *-----------------------------------------------------------------
           SELECT CADCONTRAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-NUMERO
                    FILE STATUS  IS ST-ERRO-CON
                    ALTERNATE RECORD KEY IS CT-CHAVEMAT
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 DD-TURMA-ORIG   PIC X(05).
                03 DD-TURMA-DEST   PIC X(05).
                03 DD-DATA-INSC    PIC 9(08).

       FD CADCONTRAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTRAT.DAT".
       01 REGCONTRAT.
                03 CT-NUMERO       PIC 9(06).
                03 CT-CHAVEMAT.
                    05 CT-RA        PIC 9(06).
                    05 CT-ANOLETIVO PIC 9(04).
                    05 CT-SEMESTRE  PIC 9(01).
                    05 CT-CURSO     PIC 9(02).
                03 CT-TURMA        PIC X(05).
                03 CT-VALOR-MENS   PIC 9(06)V99.
                03 CT-VALOR-ANUAL  PIC 9(07)V99.
                03 CT-PARCELAS     PIC 9(02).
                03 CT-PCT-BOLSA    PIC 9(03)V99.
                03 CT-MULTA-PCT    PIC 9(02)V99.
                03 CT-JUROS-MES    PIC 9(02)V99.
                03 CT-SITUACAO     PIC X(01).
                03 CT-DATA-EMISSAO PIC 9(08).
                03 CT-DATA-ASSIN   PIC 9(08).
                03 CT-DATA-CANC    PIC 9(08).
                03 CT-OPERADOR     PIC X(08).
                03 CT-VIAS         PIC 9(02).
                03 CT-MULTA-CANC   PIC 9(02)V99.

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CUR-DEP     PIC 9(02) VALUE ZEROS.
       77 W-TUR-DEP     PIC X(05) VALUE SPACES.
       77 W-TOT-VDEP    PIC 9(07)V99 VALUE ZEROS.
       77 W-VAL-MENS    PIC 9(06)V99 VALUE ZEROS.
       77 W-VAL-BRUTO   PIC 9(06)V99 VALUE ZEROS.
       77 ST-ERRO-CON   PIC X(02) VALUE "00".
       77 W-TEM-CONTR   PIC 9(01) VALUE ZEROS.
       77 W-ASSINADO    PIC 9(01) VALUE ZEROS.
       77 W-TOT-SEMCON  PIC 9(06) VALUE ZEROS.
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
               DISPLAY "CADBOLSA AUSENTE - SEM DESCONTOS".
           COMPUTE W-DATA-COMP = (W-ANO-REF * 10000) +
                   (W-MES-REF * 100) + 01.
       GER-OP3.
           MOVE 1 TO W-TEM-CONTR
           OPEN INPUT CADCONTRAT
           IF ST-ERRO-CON NOT = "00"
               MOVE ZEROS TO W-TEM-CONTR
               DISPLAY "CADCONTRAT AUSENTE - CONTRATOS NAO CONFERIDOS".
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER.
      *
       GER-LER.
           READ CADMATRIC NEXT RECORD
               GO TO GER-LER.
           IF ANOLETIVO NOT = W-ANOLET OR SEMESTRE NOT = W-SEMEST
               GO TO GER-LER.
           PERFORM CON-VERIFICA THRU CON-VERIFICA-FIM
           MOVE RA        TO MN-RA
           MOVE W-ANO-REF TO MN-ANO
           MOVE W-MES-REF TO MN-MES
               ADD 1 TO W-TOT-GER
               GO TO GER-LER.
           IF ST-ERRO-MEN = "22"
               PERFORM GER-BIB THRU GER-BIB-FIM
               GO TO GER-LER.
           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMENSAL"
           GO TO GER-FIM.
      *
      *    A COMPETENCIA JA TEM SO A COBRANCA AVULSA DE MULTA DA
      *    BIBLIOTECA (ORIGEM "B", VALOR BRUTO ZERADO, GRAVADA NO
      *    PROGR72T): A MENSALIDADE E SOMADA A ELA
       GER-BIB.
           MOVE MN-VALOR       TO W-VAL-MENS
           MOVE MN-VALOR-BRUTO TO W-VAL-BRUTO
           READ CADMENSAL
           IF ST-ERRO-MEN NOT = "00" OR MN-ORIGEM NOT = "B" OR
              MN-VALOR-BRUTO NOT = ZEROS OR MN-SITUACAO NOT = "A" OR
              MN-NOSSONUM NOT = ZEROS
               ADD 1 TO W-TOT-EXI
               GO TO GER-BIB-FIM.
           MOVE CURSO TO MN-CURSO
           MOVE TURMA TO MN-TURMA
           COMPUTE MN-VALOR-BRUTO = W-VAL-BRUTO + MN-VALOR
           ADD W-VAL-MENS TO MN-VALOR
           REWRITE REGMENSAL
           IF ST-ERRO-MEN = "00"
               ADD 1 TO W-TOT-GER.
       GER-BIB-FIM.
           MOVE "00" TO ST-ERRO-MEN.
      *
      *****************************************
      * MENSALIDADE PROPORCIONAL DOS ALUNOS DE *
      * DEPENDENCIA: UM OITAVO DO VALOR CHEIO  *
               CLOSE CADBOLSA.
           IF W-TEM-DEP = 1
               CLOSE CADDEPDIS.
           IF W-TEM-CONTR = 1
               CLOSE CADCONTRAT.
      *    VENCIMENTO DA COMPETENCIA: DIA 10, OU O PRIMEIRO DIA UTIL
      *    SEGUINTE QUANDO CAI EM FIM DE SEMANA OU FERIADO
           MOVE W-ANO-REF TO W-FER-ANO
           MOVE W-MES-REF TO W-FER-MES
           MOVE 10        TO W-FER-DIA
           PERFORM DIA-UTIL THRU DIA-UTIL-FIM
           IF W-TEM-FER = 1
               CLOSE CADFERIADO.
           DISPLAY "MENSALIDADES GERADAS....: " W-TOT-GER
           DISPLAY "JA EXISTENTES (MANTIDAS): " W-TOT-EXI
           DISPLAY "COM DESCONTO DE BOLSA...: " W-TOT-BOLSA
           DISPLAY "DEPENDENCIAS COBRADAS...: " W-TOT-DEP
           IF W-TEM-CONTR = 1
               DISPLAY "SEM CONTRATO ASSINADO...: " W-TOT-SEMCON.
           DISPLAY "VENCIMENTO DA COMPETENCIA: " W-FER-DIA "/"
                   W-FER-MES "/" W-FER-ANO
           STOP RUN.
      *
      *****************************************
       BOL-BUSCA-FIM.
           EXIT.
      *
      *****************************************
      * AVISO DE MATRICULA SEM CONTRATO        *
      * ASSINADO (CONTRATOS DO PROGR78T)       *
      *****************************************
      *
       CON-VERIFICA.
           IF W-TEM-CONTR NOT = 1
               GO TO CON-VERIFICA-FIM.
           MOVE ZEROS TO W-ASSINADO
           MOVE CHAVEMAT TO CT-CHAVEMAT
           START CADCONTRAT KEY IS EQUAL CT-CHAVEMAT
           IF ST-ERRO-CON NOT = "00"
               GO TO CON-VERIFICA-AVISO.
       CON-VERIFICA-LER.
           READ CADCONTRAT NEXT RECORD
           IF ST-ERRO-CON NOT = "00"
               GO TO CON-VERIFICA-AVISO.
           IF CT-CHAVEMAT NOT = CHAVEMAT
               GO TO CON-VERIFICA-AVISO.
           IF CT-SITUACAO = "A"
               MOVE 1 TO W-ASSINADO
               GO TO CON-VERIFICA-AVISO.
           GO TO CON-VERIFICA-LER.
       CON-VERIFICA-AVISO.
           MOVE "00" TO ST-ERRO-CON
           IF W-ASSINADO = ZEROS
               DISPLAY "*** RA " RA " SEM CONTRATO ASSINADO ***"
               ADD 1 TO W-TOT-SEMCON.
       CON-VERIFICA-FIM.
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
      **********************
      * ROTINA DE FIM      *
      **********************
