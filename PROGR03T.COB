                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-ERRO-CMP.
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
           SELECT CADPENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-ERRO-PA.
      *
      *-----------------------------------------------------------------
           SELECT CADPENHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PH-CHAVE
                    FILE STATUS  IS ST-ERRO-PH.
      *
      *-----------------------------------------------------------------
           SELECT CADADIANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AD-CHAVE
                    FILE STATUS  IS ST-ERRO-ADT.
      *
      *-----------------------------------------------------------------
           SELECT CADDIVESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DV-CHAVE
                    FILE STATUS  IS ST-ERRO-DVE.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
           SELECT CREDFOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CRD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 CF-TOT-LIQ      PIC 9(09)V99.
                03 CF-DATA-SIT     PIC 9(08).

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

       FD CADPENSAO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPENSAO.DAT".
       01 REGPENSAO.
                03 PA-CHAVE.
                    05 PA-NUMREG   PIC 9(06).
                    05 PA-SEQ      PIC 9(02).
                03 PA-BENEF        PIC X(30).
                03 PA-CPF          PIC 9(11).
                03 PA-DP-SEQ       PIC 9(02).
                03 PA-PROCESSO     PIC X(20).
                03 PA-BASE         PIC X(01).
                03 PA-TIPO         PIC X(01).
                03 PA-PERCENT      PIC 9(03)V99.
                03 PA-VALOR        PIC 9(06)V99.
                03 PA-13-FER       PIC X(01).
                03 PA-BANCO        PIC 9(03).
                03 PA-AGENCIA      PIC 9(04).
                03 PA-CONTA        PIC X(12).
                03 PA-SITUACAO     PIC X(01).
                03 PA-DATA-INI     PIC 9(08).
                03 PA-DATA-FIM     PIC 9(08).

       FD CADPENHIS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPENHIS.DAT".
       01 REGPENHIS.
                03 PH-CHAVE.
                    05 PH-NUMREG   PIC 9(06).
                    05 PH-SEQ      PIC 9(02).
                    05 PH-ANO      PIC 9(04).
                    05 PH-MES      PIC 9(02).
                    05 PH-FOLHA    PIC X(01).
                03 PH-BASE-VAL     PIC 9(07)V99.
                03 PH-VALOR        PIC 9(06)V99.
                03 PH-DATA         PIC 9(08).

      *    ADIANTAMENTO QUINZENAL DO PROGR85T; O REGISTRO DE NUMREG
      *    ZERADO CONTROLA A RODADA: A = ABERTA, E = ENCERRADA
       FD CADADIANT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADADIANT.DAT".
       01 REGADIANT.
                03 AD-CHAVE.
                    05 AD-ANO      PIC 9(04).
                    05 AD-MES      PIC 9(02).
                    05 AD-NUMREG   PIC 9(06).
                03 AD-SITUACAO     PIC X(01).
                03 AD-PERCENT      PIC 9(03)V99.
                03 AD-VALOR        PIC 9(06)V99.
                03 AD-DATA         PIC 9(08).
                03 AD-QTD          PIC 9(06).
                03 AD-TOTAL        PIC 9(09)V99.

      *    DIVERGENCIAS ESCALA X PONTO DO PROGR89T; SITUACAO
      *    P = PENDENTE DE APROVACAO DO GESTOR
       FD CADDIVESC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDIVESC.DAT".
       01 REGDIVESC.
                03 DV-CHAVE.
                    05 DV-ANO      PIC 9(04).
                    05 DV-MES      PIC 9(02).
                    05 DV-NUMREG   PIC 9(06).
                    05 DV-TIPO     PIC X(01).
                03 DV-PREVISTO     PIC 9(03)V99.
                03 DV-APURADO      PIC 9(03)V99.
                03 DV-QTD          PIC 9(03)V99.
                03 DV-SITUACAO     PIC X(01).
                03 DV-DATA-DEC     PIC 9(08).
                03 DV-OPERADOR     PIC X(08).

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

      *    CREDITO BANCARIO DA FOLHA: F = FUNCIONARIO (CONTA SALARIO
      *    PELO CONVENIO, IDENTIFICADA PELO NUMREG), P = BENEFICIARIO
      *    DE PENSAO, T = TOTAL DO ARQUIVO
       FD CREDFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CREDFOL.DAT".
       01 REGCRED.
                03 CR-TIPO         PIC X(01).
                03 CR-NUMREG       PIC 9(06).
                03 CR-SEQ          PIC 9(02).
                03 CR-NOME         PIC X(30).
                03 CR-CPF          PIC 9(11).
                03 CR-BANCO        PIC 9(03).
                03 CR-AGENCIA      PIC 9(04).
                03 CR-CONTA        PIC X(12).
                03 CR-VALOR        PIC 9(09)V99.
                03 CR-COMPET       PIC 9(06).
                03 CR-FOLHA        PIC X(01).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PISO-LIQ    PIC 9(06)V99 VALUE ZEROS.
       77 W-COMPET-CALC PIC 9(06) VALUE ZEROS.
       77 W-COMPET-EMP  PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-BHP   PIC X(02) VALUE "00".
       77 ST-ERRO-BH    PIC X(02) VALUE "00".
       77 ST-ERRO-BM    PIC X(02) VALUE "00".
       77 W-TEM-BANCO   PIC 9(01) VALUE ZEROS.
       77 W-BH-PRAZO    PIC 9(02) VALUE ZEROS.
       77 W-BH-HE50     PIC 9(03)V99 VALUE ZEROS.
       77 W-BH-HE100    PIC 9(03)V99 VALUE ZEROS.
       77 W-BH-USADO    PIC S9(04)V99 VALUE ZEROS.
       77 W-BH-RESTO    PIC S9(04)V99 VALUE ZEROS.
       77 W-BH-DEVIDO   PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-NOVO     PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-MESES    PIC 9(06) VALUE ZEROS.
       77 W-BH-VENC     PIC 9(06)V99 VALUE ZEROS.
       77 W-BH-VH50     PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-VH100    PIC 9(04)V99 VALUE ZEROS.
       77 W-BH-VALOR    PIC 9(06)V99 VALUE ZEROS.
       77 ST-ERRO-PA    PIC X(02) VALUE "00".
       77 ST-ERRO-PH    PIC X(02) VALUE "00".
       77 ST-ERRO-CRD   PIC X(02) VALUE "00".
       77 W-TEM-PENSAO  PIC 9(01) VALUE ZEROS.
       77 W-SAL-MIN     PIC 9(06)V99 VALUE ZEROS.
       77 W-PENSAO      PIC 9(06)V99 VALUE ZEROS.
       77 W-PEN-BRUTO   PIC 9(07)V99 VALUE ZEROS.
       77 W-PEN-BASE    PIC S9(07)V99 VALUE ZEROS.
       77 W-PEN-VALOR   PIC S9(07)V99 VALUE ZEROS.
       77 W-PEN-DEP     PIC 9(02) VALUE ZEROS.
       77 W-CRD-QTD     PIC 9(06) VALUE ZEROS.
       77 W-CRD-TOT     PIC 9(09)V99 VALUE ZEROS.
       77 PE-TOTAL      PIC 9(01) VALUE ZEROS.
       77 PE-IX         PIC 9(02) VALUE ZEROS.
       77 ST-ERRO-ADT   PIC X(02) VALUE "00".
       77 W-TEM-ADIANT  PIC 9(01) VALUE ZEROS.
       77 W-ADIANT      PIC 9(06)V99 VALUE ZEROS.
       77 ST-ERRO-DVE   PIC X(02) VALUE "00".
       77 ST-ERRO-FER   PIC X(02) VALUE "00".
       77 W-TEM-FER     PIC 9(01) VALUE ZEROS.
       77 W-FERIADO     PIC 9(01) VALUE ZEROS.
       77 W-FER-PASSO   PIC 9(01) VALUE ZEROS.
       77 W-FER-FILIAL  PIC 9(02) VALUE ZEROS.
       77 W-FER-BUSCA   PIC 9(08) VALUE ZEROS.
       77 W-DSR-UTEIS   PIC 9(02) VALUE ZEROS.
       77 W-DSR-DIAS    PIC 9(02) VALUE ZEROS.
       77 W-DSR-HE      PIC 9(06)V99 VALUE ZEROS.
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
       01 TABPENSAO.
           03 PE-ENT OCCURS 9 TIMES.
              05 PE-SEQ      PIC 9(02).
              05 PE-BENEF    PIC X(30).
              05 PE-CPF      PIC 9(11).
              05 PE-BANCO    PIC 9(03).
              05 PE-AGENCIA  PIC 9(04).
              05 PE-CONTA    PIC X(12).
              05 PE-BASE-VAL PIC 9(07)V99.
              05 PE-VALOR    PIC 9(06)V99.

       01 W-TABFOL.
                03 TF-VIGENCIA     PIC 9(08).
                   DISPLAY "COMPETENCIA FECHADA - REABRA NO PROGR60T"
                   CLOSE CADCOMPFOL
                   GO TO ROT-FIM.
      *
      *    ADIANTAMENTO QUINZENAL AINDA ABERTO NO PROGR85T IMPEDE
      *    O CALCULO; ENCERRADO, E DESCONTADO NO LIQUIDO
       REL-ADIANT.
           MOVE 1 TO W-TEM-ADIANT
           OPEN INPUT CADADIANT
           IF ST-ERRO-ADT NOT = "00"
               MOVE ZEROS TO W-TEM-ADIANT
               GO TO REL-ESCALA.
           MOVE W-ANO-REF TO AD-ANO
           MOVE W-MES-REF TO AD-MES
           MOVE ZEROS     TO AD-NUMREG
           READ CADADIANT
           IF ST-ERRO-ADT = "00"
               IF AD-SITUACAO = "A"
                   DISPLAY "ADIANTAMENTO ABERTO - ENCERRE NO PROGR85T"
                   CLOSE CADCOMPFOL
                   GO TO ROT-FIM.
           MOVE "00" TO ST-ERRO-ADT.
      *
      *    DIVERGENCIA ESCALA X PONTO AINDA PENDENTE NO PROGR89T
      *    IMPEDE O CALCULO
       REL-ESCALA.
           OPEN INPUT CADDIVESC
           IF ST-ERRO-DVE NOT = "00"
               GO TO REL-OP0.
           MOVE W-ANO-REF TO DV-ANO
           MOVE W-MES-REF TO DV-MES
           MOVE ZEROS     TO DV-NUMREG
           MOVE SPACES    TO DV-TIPO
           START CADDIVESC KEY IS NOT LESS THAN DV-CHAVE
           IF ST-ERRO-DVE NOT = "00"
               GO TO REL-ESCALA-FIM.
       REL-ESCALA-LER.
           READ CADDIVESC NEXT RECORD
           IF ST-ERRO-DVE NOT = "00"
               GO TO REL-ESCALA-FIM.
           IF DV-ANO NOT = W-ANO-REF OR DV-MES NOT = W-MES-REF
               GO TO REL-ESCALA-FIM.
           IF DV-SITUACAO NOT = "P"
               GO TO REL-ESCALA-LER.
           DISPLAY "DIVERGENCIA DE ESCALA PENDENTE - APROVE NO PROGR89T"
           CLOSE CADDIVESC CADCOMPFOL
           GO TO ROT-FIM.
       REL-ESCALA-FIM.
           CLOSE CADDIVESC
           MOVE "00" TO ST-ERRO-DVE.
      *
       REL-OP0.
           OPEN INPUT CADFUN
           IF ST-ERRO-BEN NOT = "00"
               MOVE ZEROS TO W-TEM-BENEF
               DISPLAY "CADBENEF AUSENTE - FOLHA SEM VT/VR".
           MOVE 1 TO W-TEM-BANCO
           OPEN INPUT CADBHPAR
           IF ST-ERRO-BHP NOT = "00"
               MOVE ZEROS TO W-TEM-BANCO.
           IF W-TEM-BANCO = 1
               OPEN I-O CADBANCOH
               IF ST-ERRO-BH = "30"
                   OPEN OUTPUT CADBANCOH
                   CLOSE CADBANCOH
                   OPEN I-O CADBANCOH.
           IF W-TEM-BANCO = 1 AND ST-ERRO-BH NOT = "00"
               MOVE ZEROS TO W-TEM-BANCO
               CLOSE CADBHPAR.
           IF W-TEM-BANCO = 1
               OPEN I-O CADBHMOV
               IF ST-ERRO-BM = "30"
                   OPEN OUTPUT CADBHMOV
                   CLOSE CADBHMOV
                   OPEN I-O CADBHMOV.
           IF W-TEM-BANCO = 1 AND ST-ERRO-BM NOT = "00"
               MOVE ZEROS TO W-TEM-BANCO
               CLOSE CADBHPAR CADBANCOH.
           IF W-TEM-BANCO = ZEROS
               DISPLAY "BANCO DE HORAS NAO CONFIGURADO - HORA EXTRA "
                       "PAGA NA FOLHA".
           MOVE 1 TO W-TEM-PENSAO
           OPEN INPUT CADPENSAO
           IF ST-ERRO-PA NOT = "00"
               MOVE ZEROS TO W-TEM-PENSAO.
           IF W-TEM-PENSAO = 1
               OPEN I-O CADPENHIS
               IF ST-ERRO-PH = "30"
                   OPEN OUTPUT CADPENHIS
                   CLOSE CADPENHIS
                   OPEN I-O CADPENHIS.
           IF W-TEM-PENSAO = 1 AND ST-ERRO-PH NOT = "00"
               MOVE ZEROS TO W-TEM-PENSAO
               CLOSE CADPENSAO
               DISPLAY "CADPENHIS COM ERRO - FOLHA SEM PENSAO".
      *    SALARIO MINIMO VIGENTE NO REGISTRO DE NUMREG ZERADO
           IF W-TEM-PENSAO = 1
               MOVE ZEROS TO PA-NUMREG PA-SEQ
               READ CADPENSAO
               IF ST-ERRO-PA = "00"
                   MOVE PA-VALOR TO W-SAL-MIN
               ELSE
                   MOVE "00" TO ST-ERRO-PA.
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER
               DISPLAY "CADFERIADO AUSENTE - DSR SO COM DOMINGOS".
           OPEN OUTPUT CREDFOL
           IF ST-ERRO-CRD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CREDFOL"
               GO TO ROT-FIM.
       REL-OP1.
           OPEN I-O CADHISTVER
           IF ST-ERRO-HV NOT = "00"
               DISPLAY "CADASTRE AS TABELAS DE CALCULO NO PROGR16T"
               CLOSE CADFUN RELFOLHA CADHISTFOL CADTABFOL
               GO TO ROT-FIM.
           PERFORM DSR-DIAS THRU DSR-DIAS-FIM
           DISPLAY "DSR: DIAS UTEIS " W-DSR-UTEIS
                   " DOMINGOS E FERIADOS " W-DSR-DIAS
           MOVE W-MES-REF TO LC-MES
           MOVE W-ANO-REF TO LC-ANO
           MOVE LINCAB0 TO LINRELFOLHA
                AT END
                    GO TO REL-FIM.
                PERFORM REL-PONTO THRU REL-PONTO-FIM
                PERFORM BH-CREDITA THRU BH-CREDITA-FIM
                PERFORM BH-VENCE THRU BH-VENCE-FIM
                PERFORM REL-DEPEND THRU REL-DEPEND-FIM
                MOVE ZEROS TO W-PENSAO
                PERFORM VER-CALC THRU VER-CALC-FIM
                PERFORM REL-CALC THRU REL-CALC-FIM
                PERFORM PEN-CALCULA THRU PEN-CALCULA-FIM
                PERFORM ADT-DESCONTA THRU ADT-DESCONTA-FIM
                PERFORM EMP-DESCONTA THRU EMP-DESCONTA-FIM
                PERFORM BEN-DESCONTA THRU BEN-DESCONTA-FIM
                PERFORM REL-IMP THRU REL-IMP-FIM
                PERFORM HIS-GRAVA THRU HIS-GRAVA-FIM
                PERFORM CRD-GRAVA THRU CRD-GRAVA-FIM
                GO TO REL-LER.
      *
      *****************************************
                COMPUTE W-VALOR-HE ROUNDED =
                        (PT-HE50 * W-SALHORA * 1,5) +
                        (PT-HE100 * W-SALHORA * 2)
      *    DSR DAS HORAS EXTRAS: VALOR POR DIA UTIL VEZES OS
      *    DOMINGOS E FERIADOS DA COMPETENCIA
                MOVE ZEROS TO W-DSR-HE
                IF W-DSR-UTEIS NOT = ZEROS
                   COMPUTE W-DSR-HE ROUNDED =
                           (W-VALOR-HE * W-DSR-DIAS) / W-DSR-UTEIS
                   ADD W-DSR-HE TO W-VALOR-HE.
                COMPUTE W-DESC-FALTA ROUNDED =
                        (SALARIO / 30) * PT-DIAS-FALTA
                COMPUTE W-SALBRUTO = SALARIO + W-VALOR-HE -
                EXIT.
      *
      *****************************************
      * DIAS UTEIS E DOMINGOS/FERIADOS DA      *
      * COMPETENCIA PARA O DSR DAS HORAS       *
      * EXTRAS; O SABADO CONTA COMO DIA UTIL   *
      *****************************************
      *
       DSR-DIAS.
                MOVE ZEROS TO W-DSR-UTEIS W-DSR-DIAS W-FER-FILIAL
                MOVE W-ANO-REF TO W-FER-ANO
                MOVE W-MES-REF TO W-FER-MES
                PERFORM MES-FIM THRU MES-FIM-FIM
                MOVE 1 TO W-FER-DIA.
       DSR-DIAS-LOOP.
                IF W-FER-DIA > W-FIM-MES
                   GO TO DSR-DIAS-FIM.
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                IF W-DIA-IX = 1
                   ADD 1 TO W-DSR-DIAS
                ELSE
                   PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
                   IF W-FERIADO = 1
                      ADD 1 TO W-DSR-DIAS
                   ELSE
                      ADD 1 TO W-DSR-UTEIS.
                ADD 1 TO W-FER-DIA
                GO TO DSR-DIAS-LOOP.
       DSR-DIAS-FIM.
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
      *****************************************
      * BANCO DE HORAS: NO DEPARTAMENTO COM    *
      * REGRA "B" AS HORAS EXTRAS DO PONTO     *
      * SAEM DO BRUTO E SAO CREDITADAS NO LOTE *
      * DA COMPETENCIA, ABATENDO PRIMEIRO AS   *
      * HORAS DEVIDAS. O RECALCULO DA MESMA    *
      * COMPETENCIA REFAZ O LOTE SEM DUPLICAR  *
      *****************************************
      *
       BH-CREDITA.
                IF W-TEM-BANCO NOT = 1 OR W-TEM-PONTO NOT = 1
                   GO TO BH-CREDITA-FIM.
                MOVE DEPARTAMENTO TO BP-DEPTO
                READ CADBHPAR
                IF ST-ERRO-BHP NOT = "00"
                   MOVE "00" TO ST-ERRO-BHP
                   GO TO BH-CREDITA-FIM.
                IF BP-DESTINO NOT = "B"
                   GO TO BH-CREDITA-FIM.
                MOVE ZEROS TO W-BH-HE50 W-BH-HE100
                MOVE NUMREG    TO PT-NUMREG
                MOVE W-ANO-REF TO PT-ANO
                MOVE W-MES-REF TO PT-MES
                READ CADPONTO
                IF ST-ERRO-PTO = "00"
                   MOVE PT-HE50  TO W-BH-HE50
                   MOVE PT-HE100 TO W-BH-HE100
                   SUBTRACT W-VALOR-HE FROM W-SALBRUTO
                   IF W-SALBRUTO < ZEROS
                      MOVE ZEROS TO W-SALBRUTO.
                MOVE "00" TO ST-ERRO-PTO
      *    HORAS DEVIDAS DO FUNCIONARIO
                MOVE NUMREG TO BH-NUMREG
                MOVE ZEROS  TO BH-ANO BH-MES
                READ CADBANCOH
                IF ST-ERRO-BH NOT = "00"
                   MOVE ZEROS TO W-BH-DEVIDO
                ELSE
                   MOVE BH-DEVIDO TO W-BH-DEVIDO.
      *    LOTE DA COMPETENCIA: O QUE AS FOLGAS JA CONSUMIRAM FICA
                MOVE NUMREG    TO BH-NUMREG
                MOVE W-ANO-REF TO BH-ANO
                MOVE W-MES-REF TO BH-MES
                READ CADBANCOH
                IF ST-ERRO-BH NOT = "00"
                   IF W-BH-HE50 = ZEROS AND W-BH-HE100 = ZEROS
                      GO TO BH-CREDITA-FIM
                   ELSE
                      MOVE ZEROS TO BH-CRED50 BH-CRED100 BH-ABAT
                                    BH-SALDO50 BH-SALDO100 BH-DEVIDO
                                    BH-COMP-PAGO BH-VALOR-PAGO
                      MOVE "A" TO BH-SITUACAO
                      MOVE "23" TO ST-ERRO-BH.
                COMPUTE W-BH-USADO = BH-CRED50 + BH-CRED100 -
                        BH-ABAT - BH-SALDO50 - BH-SALDO100
                IF W-BH-USADO < ZEROS
                   MOVE ZEROS TO W-BH-USADO.
                ADD BH-ABAT TO W-BH-DEVIDO
                COMPUTE W-BH-NOVO = W-BH-HE50 + W-BH-HE100
                IF W-BH-DEVIDO > W-BH-NOVO
                   MOVE W-BH-NOVO TO BH-ABAT
                ELSE
                   MOVE W-BH-DEVIDO TO BH-ABAT.
                SUBTRACT BH-ABAT FROM W-BH-DEVIDO
                COMPUTE W-BH-RESTO = W-BH-NOVO - BH-ABAT - W-BH-USADO
                IF W-BH-RESTO < ZEROS
                   COMPUTE W-BH-DEVIDO = W-BH-DEVIDO - W-BH-RESTO
                   MOVE ZEROS TO W-BH-RESTO.
      *    O QUE FOI ABATIDO OU CONSUMIDO SAI PRIMEIRO DAS HORAS 50%
                MOVE W-BH-HE50  TO BH-CRED50
                MOVE W-BH-HE100 TO BH-CRED100
                IF W-BH-RESTO > W-BH-HE100
                   MOVE W-BH-HE100 TO BH-SALDO100
                ELSE
                   MOVE W-BH-RESTO TO BH-SALDO100.
                COMPUTE BH-SALDO50 = W-BH-RESTO - BH-SALDO100
                IF ST-ERRO-BH = "23"
                   WRITE REGBANCOH
                ELSE
                   REWRITE REGBANCOH.
                PERFORM BH-DEVIDO-GRAVA THRU BH-DEVIDO-GRAVA-FIM
      *    MOVIMENTO DE CREDITO DO MES (SEQUENCIA 000)
                MOVE NUMREG    TO BM-NUMREG
                MOVE W-ANO-REF TO BM-ANO
                MOVE W-MES-REF TO BM-MES
                MOVE ZEROS     TO BM-SEQ
                MOVE "C"       TO BM-TIPO
                ACCEPT BM-DATA FROM DATE YYYYMMDD
                MOVE W-BH-HE50  TO BM-HORAS50
                MOVE W-BH-HE100 TO BM-HORAS100
                MOVE ZEROS     TO BM-VALOR
                MOVE "HORAS EXTRAS DO PONTO" TO BM-OBS
                WRITE REGBHMOV
                IF ST-ERRO-BM = "22"
                   REWRITE REGBHMOV.
                MOVE "00" TO ST-ERRO-BM.
       BH-CREDITA-FIM.
                EXIT.
      *
       BH-DEVIDO-GRAVA.
                MOVE NUMREG TO BH-NUMREG
                MOVE ZEROS  TO BH-ANO BH-MES
                READ CADBANCOH
                IF ST-ERRO-BH NOT = "00"
                   IF W-BH-DEVIDO = ZEROS
                      GO TO BH-DEVIDO-GRAVA-FIM
                   ELSE
                      MOVE ZEROS TO BH-CRED50 BH-CRED100 BH-ABAT
                                    BH-SALDO50 BH-SALDO100
                                    BH-COMP-PAGO BH-VALOR-PAGO
                      MOVE "A" TO BH-SITUACAO
                      MOVE W-BH-DEVIDO TO BH-DEVIDO
                      WRITE REGBANCOH
                      GO TO BH-DEVIDO-GRAVA-FIM.
                MOVE W-BH-DEVIDO TO BH-DEVIDO
                REWRITE REGBANCOH.
       BH-DEVIDO-GRAVA-FIM.
                MOVE "00" TO ST-ERRO-BH.
      *
      *****************************************
      * LOTES VENCIDOS (MAIS ANTIGOS QUE O     *
      * PRAZO DO DEPARTAMENTO) SAO PAGOS COMO  *
      * HORA EXTRA NESTA FOLHA; O RECALCULO DA *
      * MESMA COMPETENCIA REPOE O JA APURADO   *
      *****************************************
      *
       BH-VENCE.
                IF W-TEM-BANCO NOT = 1
                   GO TO BH-VENCE-FIM.
                MOVE ZEROS TO W-BH-VENC W-BH-VH50 W-BH-VH100
                MOVE 6 TO W-BH-PRAZO
                MOVE DEPARTAMENTO TO BP-DEPTO
                READ CADBHPAR
                IF ST-ERRO-BHP = "00" AND BP-PRAZO NOT = ZEROS
                   MOVE BP-PRAZO TO W-BH-PRAZO.
                MOVE "00" TO ST-ERRO-BHP
                COMPUTE W-COMPET-CALC = (W-ANO-REF * 100) + W-MES-REF
                COMPUTE W-SALHORA ROUNDED = SALARIO / 220
                MOVE NUMREG TO BH-NUMREG
                MOVE 1      TO BH-ANO
                MOVE ZEROS  TO BH-MES
                START CADBANCOH KEY IS NOT LESS THAN BH-CHAVE
                IF ST-ERRO-BH NOT = "00"
                   MOVE "00" TO ST-ERRO-BH
                   GO TO BH-VENCE-FIM.
       BH-VENCE-LER.
                READ CADBANCOH NEXT RECORD
                IF ST-ERRO-BH NOT = "00"
                   MOVE "00" TO ST-ERRO-BH
                   GO TO BH-VENCE-PAGA.
                IF BH-NUMREG NOT = NUMREG
                   GO TO BH-VENCE-PAGA.
                IF BH-SITUACAO = "V" AND BH-COMP-PAGO = W-COMPET-CALC
                   ADD BH-VALOR-PAGO TO W-BH-VENC
                   ADD BH-SALDO50    TO W-BH-VH50
                   ADD BH-SALDO100   TO W-BH-VH100
                   GO TO BH-VENCE-LER.
                IF BH-SITUACAO NOT = "A"
                   GO TO BH-VENCE-LER.
                IF BH-SALDO50 = ZEROS AND BH-SALDO100 = ZEROS
                   GO TO BH-VENCE-LER.
                COMPUTE W-BH-MESES = (BH-ANO * 12) + BH-MES +
                        W-BH-PRAZO
                IF W-BH-MESES > (W-ANO-REF * 12) + W-MES-REF
                   GO TO BH-VENCE-LER.
                COMPUTE W-BH-VALOR ROUNDED =
                        (BH-SALDO50 * W-SALHORA * 1,5) +
                        (BH-SALDO100 * W-SALHORA * 2)
                MOVE "V"           TO BH-SITUACAO
                MOVE W-COMPET-CALC TO BH-COMP-PAGO
                MOVE W-BH-VALOR    TO BH-VALOR-PAGO
                REWRITE REGBANCOH
                ADD W-BH-VALOR  TO W-BH-VENC
                ADD BH-SALDO50  TO W-BH-VH50
                ADD BH-SALDO100 TO W-BH-VH100
                GO TO BH-VENCE-LER.
       BH-VENCE-PAGA.
                IF W-BH-VENC = ZEROS
                   GO TO BH-VENCE-FIM.
                ADD W-BH-VENC TO W-SALBRUTO
      *    MOVIMENTO DO PAGAMENTO DO MES (SEQUENCIA 999)
                MOVE NUMREG    TO BM-NUMREG
                MOVE W-ANO-REF TO BM-ANO
                MOVE W-MES-REF TO BM-MES
                MOVE 999       TO BM-SEQ
                MOVE "V"       TO BM-TIPO
                ACCEPT BM-DATA FROM DATE YYYYMMDD
                MOVE W-BH-VH50  TO BM-HORAS50
                MOVE W-BH-VH100 TO BM-HORAS100
                MOVE W-BH-VENC TO BM-VALOR
                MOVE "SALDO VENCIDO PAGO NA FOLHA" TO BM-OBS
                WRITE REGBHMOV
                IF ST-ERRO-BM = "22"
                   REWRITE REGBHMOV.
                MOVE "00" TO ST-ERRO-BM.
       BH-VENCE-FIM.
                EXIT.
      *
      *****************************************
      * LOCALIZA A TABELA DE CALCULO VIGENTE   *
      * NA COMPETENCIA INFORMADA               *
      *****************************************
       TAB-CARGA.
                COMPUTE W-DATA-REF = W-ANO-REF * 10000 +
                        W-MES-REF * 100 + 1
                COMPUTE W-COMPET-CALC = (W-ANO-REF * 100) + W-MES-REF
                MOVE ZEROS TO W-ACHOU-TAB
                MOVE ZEROS TO TB-VIGENCIA
                START CADTABFOL KEY IS NOT LESS THAN TB-VIGENCIA
                   COMPUTE W-SALFAM = W-QTD-SALFAM * TF-SALFAM-VAL.
      *
                COMPUTE W-BASE-IRRF = W-SALBRUTO - W-INSS -
                        (W-QTD-IRRF * TF-DED-DEPEND) - W-PENSAO
                MOVE 1 TO W-IX.
       REL-CALC-IRRF.
                IF W-IX < 5 AND W-BASE-IRRF > TF-IRRF-LIM(W-IX)
                EXIT.
      *
      *****************************************
      * PENSAO ALIMENTICIA JUDICIAL: APURADA   *
      * SOBRE O BRUTO, O LIQUIDO DE INSS/IRRF  *
      * DO PRIMEIRO CALCULO OU O SALARIO       *
      * MINIMO, LIMITADA AO LIQUIDO. O VALOR   *
      * E DEDUZIDO DA BASE DO IRRF E O CALCULO *
      * E REFEITO; O DEPENDENTE BENEFICIARIO   *
      * DEIXA DE SER DEDUZIDO NO IRRF          *
      *****************************************
      *
       PEN-CALCULA.
                MOVE ZEROS TO W-PENSAO W-PEN-DEP PE-TOTAL
                IF W-TEM-PENSAO NOT = 1
                   GO TO PEN-CALCULA-FIM.
                COMPUTE W-PEN-BRUTO = W-SALBRUTO + W-VERBP-NTRIB
                MOVE NUMREG TO PA-NUMREG
                MOVE ZEROS  TO PA-SEQ
                START CADPENSAO KEY IS NOT LESS THAN PA-CHAVE
                IF ST-ERRO-PA NOT = "00"
                   MOVE "00" TO ST-ERRO-PA
                   GO TO PEN-CALCULA-FIM.
       PEN-CALCULA-LER.
                READ CADPENSAO NEXT RECORD
                IF ST-ERRO-PA NOT = "00"
                   MOVE "00" TO ST-ERRO-PA
                   GO TO PEN-CALCULA-APL.
                IF PA-NUMREG NOT = NUMREG
                   GO TO PEN-CALCULA-APL.
      *    VIGENCIA: INICIO ATE O FIM DA COMPETENCIA E ENCERRAMENTO
      *    NAO ANTERIOR AO SEU PRIMEIRO DIA
                IF (PA-DATA-INI / 100) > W-COMPET-CALC
                   GO TO PEN-CALCULA-LER.
                IF PA-DATA-FIM NOT = ZEROS AND
                   PA-DATA-FIM < W-DATA-REF
                   GO TO PEN-CALCULA-LER.
                IF PE-TOTAL NOT < 9
                   GO TO PEN-CALCULA-LER.
                MOVE W-PEN-BRUTO TO W-PEN-BASE
                IF PA-BASE = "L"
                   COMPUTE W-PEN-BASE = W-PEN-BRUTO - W-INSS - W-IRRF.
                IF PA-BASE = "M"
                   MOVE W-SAL-MIN TO W-PEN-BASE.
                IF W-PEN-BASE < ZEROS
                   MOVE ZEROS TO W-PEN-BASE.
                IF PA-TIPO = "F"
                   MOVE PA-VALOR TO W-PEN-VALOR
                ELSE
                   COMPUTE W-PEN-VALOR ROUNDED =
                           (W-PEN-BASE * PA-PERCENT) / 100.
                IF (W-PENSAO + W-PEN-VALOR) > W-LIQUIDO
                   COMPUTE W-PEN-VALOR = W-LIQUIDO - W-PENSAO.
                IF W-PEN-VALOR NOT > ZEROS
                   GO TO PEN-CALCULA-LER.
                ADD 1 TO PE-TOTAL
                MOVE PA-SEQ      TO PE-SEQ(PE-TOTAL)
                MOVE PA-BENEF    TO PE-BENEF(PE-TOTAL)
                MOVE PA-CPF      TO PE-CPF(PE-TOTAL)
                MOVE PA-BANCO    TO PE-BANCO(PE-TOTAL)
                MOVE PA-AGENCIA  TO PE-AGENCIA(PE-TOTAL)
                MOVE PA-CONTA    TO PE-CONTA(PE-TOTAL)
                MOVE W-PEN-BASE  TO PE-BASE-VAL(PE-TOTAL)
                MOVE W-PEN-VALOR TO PE-VALOR(PE-TOTAL)
                ADD W-PEN-VALOR TO W-PENSAO
                IF PA-DP-SEQ NOT = ZEROS
                   ADD 1 TO W-PEN-DEP.
                GO TO PEN-CALCULA-LER.
       PEN-CALCULA-APL.
                IF W-PENSAO = ZEROS
                   GO TO PEN-CALCULA-FIM.
                IF W-PEN-DEP > W-QTD-IRRF
                   MOVE W-QTD-IRRF TO W-PEN-DEP.
                SUBTRACT W-PEN-DEP FROM W-QTD-IRRF
                ADD W-PENSAO TO W-VERBD-TOT
                IF TV-TOTAL < 20
                   ADD 1 TO TV-TOTAL
                   MOVE 990      TO TV-VERBA(TV-TOTAL)
                   MOVE "D"      TO TV-TIPO(TV-TOTAL)
                   MOVE W-PENSAO TO TV-VALOR(TV-TOTAL).
                PERFORM REL-CALC THRU REL-CALC-FIM.
       PEN-CALCULA-FIM.
                EXIT.
      *
      *****************************************
      * ADIANTAMENTO QUINZENAL DA COMPETENCIA: *
      * DESCONTO NO LIQUIDO, SEM INCIDENCIA,   *
      * DEPOIS DA PENSAO ALIMENTICIA           *
      *****************************************
      *
       ADT-DESCONTA.
                MOVE ZEROS TO W-ADIANT
                IF W-TEM-ADIANT NOT = 1
                   GO TO ADT-DESCONTA-FIM.
                MOVE W-ANO-REF TO AD-ANO
                MOVE W-MES-REF TO AD-MES
                MOVE NUMREG    TO AD-NUMREG
                READ CADADIANT
                IF ST-ERRO-ADT NOT = "00"
                   MOVE "00" TO ST-ERRO-ADT
                   GO TO ADT-DESCONTA-FIM.
                MOVE AD-VALOR TO W-ADIANT
                IF W-ADIANT > W-LIQUIDO
                   DISPLAY "ADIANTAMENTO MAIOR QUE O LIQUIDO: " NUMREG
                   MOVE W-LIQUIDO TO W-ADIANT.
                IF W-ADIANT = ZEROS
                   GO TO ADT-DESCONTA-FIM.
                SUBTRACT W-ADIANT FROM W-LIQUIDO
                ADD W-ADIANT TO W-VERBD-TOT
                IF TV-TOTAL < 20
                   ADD 1 TO TV-TOTAL
                   MOVE 991      TO TV-VERBA(TV-TOTAL)
                   MOVE "D"      TO TV-TIPO(TV-TOTAL)
                   MOVE W-ADIANT TO TV-VALOR(TV-TOTAL).
       ADT-DESCONTA-FIM.
                EXIT.
      *
      *****************************************
      * COPARTICIPACAO DO VALE-TRANSPORTE:     *
      * CUSTO DO MES LIMITADO A 6% DO SALARIO  *
      * BASE, DESCONTADO DO LIQUIDO            *
                GO TO HIS-GRAVA-VER.
       HIS-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * ARQUIVO DE CREDITO BANCARIO: LIQUIDO   *
      * DO FUNCIONARIO E PENSAO DE CADA        *
      * BENEFICIARIO, COM O HISTORICO DA       *
      * PENSAO PARA O EXTRATO DO JUIZO         *
      *****************************************
      *
       CRD-GRAVA.
                IF W-LIQUIDO = ZEROS
                   GO TO CRD-GRAVA-PEN.
                MOVE "F"        TO CR-TIPO
                MOVE NUMREG     TO CR-NUMREG
                MOVE ZEROS      TO CR-SEQ CR-CPF CR-BANCO CR-AGENCIA
                MOVE NOME       TO CR-NOME
                MOVE SPACES     TO CR-CONTA
                MOVE W-LIQUIDO  TO CR-VALOR
                MOVE W-COMPET-CALC TO CR-COMPET
                MOVE "M"        TO CR-FOLHA
                WRITE REGCRED
                ADD 1 TO W-CRD-QTD
                ADD W-LIQUIDO TO W-CRD-TOT.
       CRD-GRAVA-PEN.
                MOVE 1 TO PE-IX.
       CRD-GRAVA-LOOP.
                IF PE-IX > PE-TOTAL
                   GO TO CRD-GRAVA-FIM.
                MOVE "P"                 TO CR-TIPO
                MOVE NUMREG              TO CR-NUMREG
                MOVE PE-SEQ(PE-IX)       TO CR-SEQ
                MOVE PE-BENEF(PE-IX)     TO CR-NOME
                MOVE PE-CPF(PE-IX)       TO CR-CPF
                MOVE PE-BANCO(PE-IX)     TO CR-BANCO
                MOVE PE-AGENCIA(PE-IX)   TO CR-AGENCIA
                MOVE PE-CONTA(PE-IX)     TO CR-CONTA
                MOVE PE-VALOR(PE-IX)     TO CR-VALOR
                MOVE W-COMPET-CALC       TO CR-COMPET
                MOVE "M"                 TO CR-FOLHA
                WRITE REGCRED
                ADD 1 TO W-CRD-QTD
                ADD PE-VALOR(PE-IX) TO W-CRD-TOT
      *    O RECALCULO DA COMPETENCIA SUBSTITUI O DESCONTO APURADO
                MOVE NUMREG          TO PH-NUMREG
                MOVE PE-SEQ(PE-IX)   TO PH-SEQ
                MOVE W-ANO-REF       TO PH-ANO
                MOVE W-MES-REF       TO PH-MES
                MOVE "M"             TO PH-FOLHA
                MOVE PE-BASE-VAL(PE-IX) TO PH-BASE-VAL
                MOVE PE-VALOR(PE-IX) TO PH-VALOR
                ACCEPT PH-DATA FROM DATE YYYYMMDD
                WRITE REGPENHIS
                IF ST-ERRO-PH = "22"
                   REWRITE REGPENHIS.
                IF ST-ERRO-PH NOT = "00" AND ST-ERRO-PH NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPENHIS".
                MOVE "00" TO ST-ERRO-PH
                ADD 1 TO PE-IX
                GO TO CRD-GRAVA-LOOP.
       CRD-GRAVA-FIM.
                EXIT.
      *
       REL-FIM.
                MOVE "T"        TO CR-TIPO
                MOVE W-CRD-QTD  TO CR-NUMREG
                MOVE ZEROS      TO CR-SEQ CR-CPF CR-BANCO CR-AGENCIA
                MOVE SPACES     TO CR-NOME CR-CONTA CR-FOLHA
                MOVE W-CRD-TOT  TO CR-VALOR
                MOVE W-COMPET-CALC TO CR-COMPET
                WRITE REGCRED
                DISPLAY "CREDITO BANCARIO GRAVADO EM CREDFOL.DAT - "
                        W-CRD-QTD " LANCAMENTO(S)"
                MOVE SPACES TO LINRELFOLHA
                WRITE LINRELFOLHA
                MOVE W-SOMA-LIQ TO LT-TOTGER
                   CLOSE CADEMPCON.
                IF W-TEM-BENEF = 1
                   CLOSE CADBENEF.
                IF W-TEM-BANCO = 1
                   CLOSE CADBHPAR CADBANCOH CADBHMOV.
                IF W-TEM-PENSAO = 1
                   CLOSE CADPENSAO CADPENHIS.
                IF ST-ERRO-CRD = "00"
                   CLOSE CREDFOL.
                IF W-TEM-ADIANT = 1
                   CLOSE CADADIANT.
                IF W-TEM-FER = 1
                   CLOSE CADFERIADO.
                IF ST-ERRO-CMP = "00" OR ST-ERRO-CMP = "22"
                   CLOSE CADCOMPFOL.
                GO TO ROT-FIMP.
