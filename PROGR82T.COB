       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR82T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * INFORME DE RENDIMENTOS DO ANO-     *
      * CALENDARIO POR FUNCIONARIO: SOMA A *
      * ULTIMA VERSAO DE CADA COMPETENCIA  *
      * DO CADHISTFOL (RETROATIVO DO       *
      * PROGR59T INCLUSO), O 13o (MES 13,  *
      * TRIBUTACAO EXCLUSIVA) E AS FERIAS  *
      * (MES 14, PROGR58T); ISENTOS PELO   *
      * CADHISTVER; GRAVA O ARQUIVO ANUAL  *
      * DE RETENCOES NO PADRAO DIRF E      *
      * CONFERE O LIQUIDO COM AS DOZE      *
      * COMPETENCIAS FECHADAS NO CADCOMPFOL*
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
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NUMREG
                    FILE STATUS  IS ST-ERRO-FUN
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADHISTFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HF-CHAVE
                    FILE STATUS  IS ST-ERRO-HIS.
      *
      *-----------------------------------------------------------------
           SELECT CADHISTVER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HV-CHAVE
                    FILE STATUS  IS ST-ERRO-HV.
      *
      *-----------------------------------------------------------------
           SELECT CADVERBA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VB-CODIGO
                    FILE STATUS  IS ST-ERRO-VB.
      *
      *-----------------------------------------------------------------
           SELECT CADDEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-ERRO-DPD.
      *
      *-----------------------------------------------------------------
           SELECT CADTABFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TB-VIGENCIA
                    FILE STATUS  IS ST-ERRO-TAB.
      *
      *-----------------------------------------------------------------
           SELECT CADCOMPFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-ERRO-CMP.
      *
      *-----------------------------------------------------------------
           SELECT CADPENHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PH-CHAVE
                    FILE STATUS  IS ST-ERRO-PH.
      *
      *-----------------------------------------------------------------
           SELECT RELINF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
           SELECT ARQDIRF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DRF.
      *
      *-----------------------------------------------------------------
           SELECT RELCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTL.
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

       FD CADHISTFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHISTFOL.DAT".
       01 REGHISTFOL.
                03 HF-CHAVE.
                    05 HF-NUMREG   PIC 9(06).
                    05 HF-COMPET.
                        07 HF-ANO  PIC 9(04).
                        07 HF-MES  PIC 9(02).
                    05 HF-VERSAO   PIC 9(02).
                03 HF-NOME         PIC X(30).
                03 HF-SALARIO      PIC 9(06)V99.
                03 HF-INSS         PIC 9(06)V99.
                03 HF-IRRF         PIC 9(06)V99.
                03 HF-SALFAM       PIC 9(06)V99.
                03 HF-LIQUIDO      PIC 9(06)V99.
                03 HF-DATA-CALC    PIC 9(08).
                03 HF-TOT-VERBP    PIC 9(06)V99.
                03 HF-TOT-VERBD    PIC 9(06)V99.

       FD CADHISTVER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHISTVER.DAT".
       01 REGHISTVER.
                03 HV-CHAVE.
                    05 HV-NUMREG   PIC 9(06).
                    05 HV-COMPET.
                        07 HV-ANO  PIC 9(04).
                        07 HV-MES  PIC 9(02).
                    05 HV-VERSAO   PIC 9(02).
                    05 HV-VERBA    PIC 9(03).
                03 HV-TIPO         PIC X(01).
                03 HV-VALOR       PIC 9(06)V99.

       FD CADVERBA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVERBA.DAT".
       01 REGVERBA.
                03 VB-CODIGO       PIC 9(03).
                03 VB-DESCR        PIC X(20).
                03 VB-TIPO         PIC X(01).
                03 VB-BASE         PIC X(01).
                03 VB-INCIDE-INSS  PIC X(01).
                03 VB-INCIDE-IRRF  PIC X(01).

       FD CADDEPEND
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEPEND.DAT".
       01 REGDEPEND.
                03 DP-CHAVE.
                    05 DP-NUMREG   PIC 9(06).
                    05 DP-SEQ      PIC 9(02).
                03 DP-NOME         PIC X(30).
                03 DP-DIA-NASC     PIC 9(02).
                03 DP-MES-NASC     PIC 9(02).
                03 DP-ANO-NASC     PIC 9(04).
                03 DP-PARENTESCO   PIC 9(01).

       FD CADTABFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTABFOL.DAT".
       01 REGTABFOL.
                03 TB-VIGENCIA     PIC 9(08).
                03 TB-INSS-TETO    PIC 9(06)V99.
                03 TB-INSS-FX OCCURS 4 TIMES.
                    05 TB-INSS-LIM  PIC 9(06)V99.
                    05 TB-INSS-ALQ  PIC 9V9999.
                    05 TB-INSS-PARC PIC 9(06)V99.
                03 TB-IRRF-FX OCCURS 5 TIMES.
                    05 TB-IRRF-LIM  PIC 9(06)V99.
                    05 TB-IRRF-ALQ  PIC 9V9999.
                    05 TB-IRRF-DED  PIC 9(06)V99.
                03 TB-DED-DEPEND   PIC 9(04)V99.
                03 TB-SALFAM-LIM   PIC 9(06)V99.
                03 TB-SALFAM-VAL   PIC 9(04)V99.

       FD CADCOMPFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCOMPFOL.DAT".
       01 REGCOMPFOL.
                03 CF-CHAVE.
                    05 CF-ANO      PIC 9(04).
                    05 CF-MES      PIC 9(02).
                03 CF-SITUACAO     PIC X(01).
                03 CF-TOT-LIQ      PIC 9(09)V99.
                03 CF-DATA-SIT     PIC 9(08).

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

       FD RELINF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "INFORME.DAT".
       01 LINRELINF           PIC X(80).

       FD ARQDIRF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "DIRF.DAT".
       01 LINDIRF             PIC X(170).

       FD RELCTL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "INFCTL.DAT".
       01 LINRELCTL           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-FUN   PIC X(02) VALUE "00".
       77 ST-ERRO-HIS   PIC X(02) VALUE "00".
       77 ST-ERRO-HV    PIC X(02) VALUE "00".
       77 ST-ERRO-VB    PIC X(02) VALUE "00".
       77 ST-ERRO-DPD   PIC X(02) VALUE "00".
       77 ST-ERRO-TAB   PIC X(02) VALUE "00".
       77 ST-ERRO-CMP   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-DRF   PIC X(02) VALUE "00".
       77 ST-ERRO-CTL   PIC X(02) VALUE "00".
       77 ST-ERRO-PH    PIC X(02) VALUE "00".
       77 W-TEM-PENSAO  PIC 9(01) VALUE ZEROS.
       77 W-AN-PENSAO   PIC 9(08)V99 VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-CNPJ        PIC 9(14) VALUE ZEROS.
       77 W-FONTE       PIC X(40) VALUE SPACES.
       77 W-TEM-VER     PIC 9(01) VALUE ZEROS.
       77 W-TEM-DEPEND  PIC 9(01) VALUE ZEROS.
       77 W-TEM-CMP     PIC 9(01) VALUE ZEROS.
       77 W-TEM-HIST    PIC 9(01) VALUE ZEROS.
       77 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 W-DED-DEPEND  PIC 9(04)V99 VALUE ZEROS.
       77 W-QTD-DEP     PIC 9(02) VALUE ZEROS.
       77 W-MESES       PIC 9(02) VALUE ZEROS.
       77 W-MES-IX      PIC 9(02) VALUE ZEROS.
       77 W-MES-FER     PIC 9(02) VALUE ZEROS.
       77 W-ABERTAS     PIC 9(02) VALUE ZEROS.
       77 W-DIVERG      PIC 9(02) VALUE ZEROS.
       77 W-TOTFUN      PIC 9(06) VALUE ZEROS.
       77 W-AN-TRIB     PIC 9(08)V99 VALUE ZEROS.
       77 W-AN-INSS     PIC 9(08)V99 VALUE ZEROS.
       77 W-AN-IRRF     PIC 9(08)V99 VALUE ZEROS.
       77 W-AN-ISENTO   PIC 9(08)V99 VALUE ZEROS.
       77 W-AN-DEDDEP   PIC 9(08)V99 VALUE ZEROS.
       77 W-LIQ13       PIC S9(08)V99 VALUE ZEROS.
       77 W-TG-TRIB     PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-INSS     PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-IRRF     PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-13       PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-IRRF13   PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-ISENTO   PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-CTL      PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-FEC      PIC 9(10)V99 VALUE ZEROS.
       77 W-DIF         PIC S9(09)V99 VALUE ZEROS.

       01 W-DATA-CALC.
           03 W-DC-ANO        PIC 9(04).
           03 W-DC-MES        PIC 9(02).
           03 W-DC-DIA        PIC 9(02).
       01 W-DATA-CALC-N REDEFINES W-DATA-CALC PIC 9(08).

      *    VALORES DO FUNCIONARIO POR MES (13 = DECIMO TERCEIRO)
       01 TABMESES.
          03 MM-ENT OCCURS 13 TIMES.
             05 MM-VERSAO     PIC 9(02).
             05 MM-TRIB       PIC 9(07)V99.
             05 MM-INSS       PIC 9(07)V99.
             05 MM-IRRF       PIC 9(07)V99.
             05 MM-ISENTO     PIC 9(07)V99.
             05 MM-DEDDEP     PIC 9(07)V99.
             05 MM-LIQ-CTL    PIC 9(07)V99.
             05 MM-PENSAO     PIC 9(07)V99.

      *    COMPETENCIAS DO ANO NO CADCOMPFOL E LIQUIDO DO HISTORICO
      *    NA DATA DO FECHAMENTO
       01 TABCOMP.
          03 CP-ENT OCCURS 12 TIMES.
             05 CP-SITUACAO   PIC X(01).
             05 CP-DATA-SIT   PIC 9(08).
             05 CP-TOT-LIQ    PIC 9(09)V99.
             05 CP-TOT-HIST   PIC 9(09)V99.

       01 LINDIRF-VAL.
           03 LV-ID           PIC X(05).
           03 FILLER          PIC X(01) VALUE "|".
           03 LV-MES OCCURS 13 TIMES.
              05 LV-VALOR     PIC 9(11).
              05 LV-SEP       PIC X(01).

       01 LININF-SEP.
           03 FILLER          PIC X(80) VALUE ALL "=".
       01 LININF-CAB1.
           03 FILLER          PIC X(40)
              VALUE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IM".
           03 FILLER          PIC X(40)
              VALUE "POSTO SOBRE A RENDA RETIDO NA FONTE".
       01 LININF-CAB2.
           03 FILLER          PIC X(24)
              VALUE "ANO-CALENDARIO DE ".
           03 LI-ANO          PIC 9(04).
       01 LININF-FONTE.
           03 FILLER          PIC X(28)
              VALUE "1. FONTE PAGADORA     CNPJ: ".
           03 LI-CNPJ         PIC 99.999.999/9999B99.
       01 LININF-FONTE2.
           03 FILLER          PIC X(22)
              VALUE "   NOME EMPRESARIAL: ".
           03 LI-FONTE        PIC X(40).
       01 LININF-BENEF.
           03 FILLER          PIC X(35)
              VALUE "2. PESSOA FISICA BENEFICIARIA  REG.".
           03 LI-NUMREG       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LI-NOME         PIC X(30).
       01 LININF-TIT.
           03 LI-TITULO       PIC X(80).
       01 LININF-VAL.
           03 LI-DESCR        PIC X(60).
           03 LI-VALOR        PIC Z.ZZZ.ZZ9,99.
       01 LININF-DEP.
           03 FILLER          PIC X(08) VALUE "   OBS: ".
           03 LI-QTD-DEP      PIC Z9.
           03 FILLER          PIC X(30)
              VALUE " DEPENDENTE(S) NO ANO, EM ".
           03 LI-MESES        PIC Z9.
           03 FILLER          PIC X(20) VALUE " MES(ES) DE FOLHA".

       01 LINCTL-CAB.
           03 FILLER          PIC X(40)
              VALUE "CONTROLE DO INFORME DE RENDIMENTOS ANO  ".
           03 LC-ANO          PIC 9(04).
       01 LINCTL-CAB2.
           03 FILLER          PIC X(40)
              VALUE "MES SIT   LIQUIDO FECHADO  LIQUIDO HIST.".
           03 FILLER          PIC X(30)
              VALUE "     DIFERENCA  RESULTADO".
       01 LINCTL-DET.
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-SIT          PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-FECHADO      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-HIST         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-DIF          PIC ---.---.--9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-RESULT       PIC X(12).
       01 LINCTL-TOT.
           03 LC-DESCR        PIC X(40).
           03 LC-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINCTL-QTD.
           03 FILLER          PIC X(40)
              VALUE "BENEFICIARIOS.........................:".
           03 LC-QTD          PIC ZZZ.ZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INF-001.
           DISPLAY "INFORME DE RENDIMENTOS E ARQUIVO DIRF"
           DISPLAY "ANO-CALENDARIO (AAAA): "
           ACCEPT W-ANO-REF
           IF W-ANO-REF = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO INF-001.
           DISPLAY "CNPJ DA FONTE PAGADORA: "
           ACCEPT W-CNPJ
           IF W-CNPJ = ZEROS
               DISPLAY "CNPJ INVALIDO"
               GO TO INF-001.
           DISPLAY "NOME EMPRESARIAL: "
           ACCEPT W-FONTE.
      *
       INF-OP0.
           OPEN INPUT CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUN"
               GO TO ROT-FIM.
           OPEN INPUT CADHISTFOL
           IF ST-ERRO-HIS NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHISTFOL"
               CLOSE CADFUN
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-VER
           OPEN INPUT CADHISTVER
           IF ST-ERRO-HV NOT = "00"
               MOVE ZEROS TO W-TEM-VER
               DISPLAY "CADHISTVER AUSENTE - ISENTOS SO SAL.FAMILIA"
           ELSE
               OPEN INPUT CADVERBA
               IF ST-ERRO-VB NOT = "00"
                   MOVE ZEROS TO W-TEM-VER
                   CLOSE CADHISTVER
                   DISPLAY "CADVERBA AUSENTE - ISENTOS SO SAL.FAMILIA".
           MOVE 1 TO W-TEM-DEPEND
           OPEN INPUT CADDEPEND
           IF ST-ERRO-DPD NOT = "00"
               MOVE ZEROS TO W-TEM-DEPEND
               DISPLAY "CADDEPEND AUSENTE - USANDO NUMFILHOS".
           OPEN INPUT CADTABFOL
           IF ST-ERRO-TAB NOT = "00"
               DISPLAY "CADTABFOL AUSENTE - DEDUCAO DE DEPENDENTES "
                       "ZERADA"
           ELSE
               PERFORM TAB-CARGA THRU TAB-CARGA-FIM
               CLOSE CADTABFOL.
           MOVE 1 TO W-TEM-CMP
           OPEN INPUT CADCOMPFOL
           IF ST-ERRO-CMP NOT = "00"
               MOVE ZEROS TO W-TEM-CMP
               DISPLAY "CADCOMPFOL AUSENTE - SEM CONTROLE DE "
                       "COMPETENCIAS".
           PERFORM CMP-CARGA THRU CMP-CARGA-FIM
           MOVE 1 TO W-TEM-PENSAO
           OPEN INPUT CADPENHIS
           IF ST-ERRO-PH NOT = "00"
               MOVE ZEROS TO W-TEM-PENSAO.
           OPEN OUTPUT RELINF
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO INFORME"
               GO TO ROT-FIM.
           OPEN OUTPUT ARQDIRF
           IF ST-ERRO-DRF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DIRF"
               GO TO ROT-FIM.
           OPEN OUTPUT RELCTL
           IF ST-ERRO-CTL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO INFCTL"
               GO TO ROT-FIM.
      *
      *    CABECALHO DA DECLARACAO: ANO DE REFERENCIA E FONTE
           MOVE SPACES TO LINDIRF
           COMPUTE W-DATA-REF = W-ANO-REF + 1
           STRING "DIRF|" W-DATA-REF(5:4) "|" W-ANO-REF "|N|"
                  DELIMITED BY SIZE INTO LINDIRF
           WRITE LINDIRF
           MOVE SPACES TO LINDIRF
           STRING "DECPJ|" W-CNPJ "|" W-FONTE "|"
                  DELIMITED BY SIZE INTO LINDIRF
           WRITE LINDIRF
           MOVE "IDREC|0561|" TO LINDIRF
           WRITE LINDIRF.
      *
       INF-LER.
           READ CADFUN NEXT RECORD
           AT END
               GO TO INF-FIM.
           PERFORM HIS-SOMA THRU HIS-SOMA-FIM
           IF W-TEM-HIST = ZEROS
               GO TO INF-LER.
           PERFORM VER-ISENTO THRU VER-ISENTO-FIM
           PERFORM DEP-CONTA THRU DEP-CONTA-FIM
           PERFORM PEN-SOMA THRU PEN-SOMA-FIM
           PERFORM INF-TOTAL THRU INF-TOTAL-FIM
           PERFORM INF-IMP THRU INF-IMP-FIM
           PERFORM DRF-GRAVA THRU DRF-GRAVA-FIM
           GO TO INF-LER.
      *
      *****************************************
      * HISTORICO DO ANO: MESES 01 A 12 E 13   *
      * PELA ULTIMA VERSAO (A RETIFICACAO E O  *
      * RETROATIVO SUBSTITUEM A ANTERIOR); O   *
      * MES 14 SOMA TODAS AS FERIAS DO ANO NO  *
      * MES DO CALCULO. O LIQUIDO DE CONTROLE  *
      * E O DA VERSAO VIGENTE NO FECHAMENTO    *
      *****************************************
      *
       HIS-SOMA.
           MOVE ZEROS TO TABMESES W-TEM-HIST
           MOVE NUMREG    TO HF-NUMREG
           MOVE W-ANO-REF TO HF-ANO
           MOVE ZEROS     TO HF-MES HF-VERSAO
           START CADHISTFOL KEY IS NOT LESS THAN HF-CHAVE
           IF ST-ERRO-HIS NOT = "00"
               MOVE "00" TO ST-ERRO-HIS
               GO TO HIS-SOMA-FIM.
       HIS-SOMA-LER.
           READ CADHISTFOL NEXT RECORD
           IF ST-ERRO-HIS NOT = "00"
               MOVE "00" TO ST-ERRO-HIS
               GO TO HIS-SOMA-FIM.
           IF HF-NUMREG NOT = NUMREG OR HF-ANO NOT = W-ANO-REF
               GO TO HIS-SOMA-FIM.
           IF HF-MES = ZEROS OR HF-MES > 14
               GO TO HIS-SOMA-LER.
           MOVE 1 TO W-TEM-HIST
           IF HF-MES = 14
               GO TO HIS-SOMA-FER.
           MOVE HF-MES       TO W-MES-IX
           MOVE HF-VERSAO    TO MM-VERSAO(W-MES-IX)
           MOVE HF-SALARIO   TO MM-TRIB(W-MES-IX)
           MOVE HF-INSS      TO MM-INSS(W-MES-IX)
           MOVE HF-IRRF      TO MM-IRRF(W-MES-IX)
           MOVE HF-SALFAM    TO MM-ISENTO(W-MES-IX)
           IF W-MES-IX < 13
               IF CP-SITUACAO(W-MES-IX) NOT = SPACE
                   IF HF-DATA-CALC NOT > CP-DATA-SIT(W-MES-IX)
                       MOVE HF-LIQUIDO TO MM-LIQ-CTL(W-MES-IX).
           GO TO HIS-SOMA-LER.
      *
      *    FERIAS: TRIBUTAVEL COM O TERCO; O ABONO PECUNIARIO E
      *    ISENTO. ENTRA NO MES EM QUE FOI CALCULADA
       HIS-SOMA-FER.
           MOVE HF-DATA-CALC TO W-DATA-CALC-N
           MOVE 12 TO W-MES-FER
           IF W-DC-ANO = W-ANO-REF AND W-DC-MES > ZEROS AND
              W-DC-MES < 13
               MOVE W-DC-MES TO W-MES-FER.
           ADD HF-SALARIO   TO MM-TRIB(W-MES-FER)
           ADD HF-INSS      TO MM-INSS(W-MES-FER)
           ADD HF-IRRF      TO MM-IRRF(W-MES-FER)
           ADD HF-TOT-VERBP TO MM-ISENTO(W-MES-FER)
           GO TO HIS-SOMA-LER.
       HIS-SOMA-FIM.
           EXIT.
      *
      *****************************************
      * VERBAS ISENTAS DA VERSAO VIGENTE:      *
      * PROVENTO SEM INCIDENCIA DE INSS/IRRF   *
      *****************************************
      *
       VER-ISENTO.
           IF W-TEM-VER NOT = 1
               GO TO VER-ISENTO-FIM.
           MOVE 1 TO W-MES-IX.
       VER-ISENTO-MES.
           IF W-MES-IX > 12
               GO TO VER-ISENTO-FIM.
           IF MM-VERSAO(W-MES-IX) = ZEROS
               ADD 1 TO W-MES-IX
               GO TO VER-ISENTO-MES.
           MOVE NUMREG    TO HV-NUMREG
           MOVE W-ANO-REF TO HV-ANO
           MOVE W-MES-IX  TO HV-MES
           MOVE MM-VERSAO(W-MES-IX) TO HV-VERSAO
           MOVE ZEROS     TO HV-VERBA
           START CADHISTVER KEY IS NOT LESS THAN HV-CHAVE
           IF ST-ERRO-HV NOT = "00"
               MOVE "00" TO ST-ERRO-HV
               ADD 1 TO W-MES-IX
               GO TO VER-ISENTO-MES.
       VER-ISENTO-LER.
           READ CADHISTVER NEXT RECORD
           IF ST-ERRO-HV NOT = "00"
               MOVE "00" TO ST-ERRO-HV
               ADD 1 TO W-MES-IX
               GO TO VER-ISENTO-MES.
           IF HV-NUMREG NOT = NUMREG OR HV-ANO NOT = W-ANO-REF OR
              HV-MES NOT = W-MES-IX OR
              HV-VERSAO NOT = MM-VERSAO(W-MES-IX)
               ADD 1 TO W-MES-IX
               GO TO VER-ISENTO-MES.
           IF HV-TIPO NOT = "P"
               GO TO VER-ISENTO-LER.
           MOVE HV-VERBA TO VB-CODIGO
           READ CADVERBA
           IF ST-ERRO-VB NOT = "00"
               MOVE "00" TO ST-ERRO-VB
               GO TO VER-ISENTO-LER.
           IF VB-INCIDE-INSS NOT = "S" AND VB-INCIDE-IRRF NOT = "S"
               ADD HV-VALOR TO MM-ISENTO(W-MES-IX).
           GO TO VER-ISENTO-LER.
       VER-ISENTO-FIM.
           EXIT.
      *
      *****************************************
      * DEPENDENTES PARA O IRRF (TODOS OS DO   *
      * CADDEPEND; SEM REGISTRO, NUMFILHOS) E  *
      * DEDUCAO NOS MESES COM FOLHA E NO 13o   *
      *****************************************
      *
       DEP-CONTA.
           MOVE NUMFILHOS TO W-QTD-DEP
           IF W-TEM-DEPEND = ZEROS
               GO TO DEP-CONTA-DED.
           MOVE ZEROS TO W-QTD-DEP
           MOVE NUMREG TO DP-NUMREG
           MOVE ZEROS  TO DP-SEQ
           START CADDEPEND KEY IS NOT LESS THAN DP-CHAVE
           IF ST-ERRO-DPD NOT = "00"
               MOVE "00" TO ST-ERRO-DPD
               GO TO DEP-CONTA-TST.
       DEP-CONTA-LER.
           READ CADDEPEND NEXT RECORD
           IF ST-ERRO-DPD NOT = "00"
               MOVE "00" TO ST-ERRO-DPD
               GO TO DEP-CONTA-TST.
           IF DP-NUMREG NOT = NUMREG
               GO TO DEP-CONTA-TST.
           ADD 1 TO W-QTD-DEP
           GO TO DEP-CONTA-LER.
       DEP-CONTA-TST.
           IF W-QTD-DEP = ZEROS
               MOVE NUMFILHOS TO W-QTD-DEP.
       DEP-CONTA-DED.
           MOVE 1 TO W-MES-IX.
       DEP-CONTA-MES.
           IF W-MES-IX > 13
               GO TO DEP-CONTA-FIM.
           IF MM-VERSAO(W-MES-IX) NOT = ZEROS
               COMPUTE MM-DEDDEP(W-MES-IX) = W-QTD-DEP * W-DED-DEPEND.
           ADD 1 TO W-MES-IX
           GO TO DEP-CONTA-MES.
       DEP-CONTA-FIM.
           EXIT.
      *
      *****************************************
      * PENSAO ALIMENTICIA DESCONTADA NO ANO:  *
      * FOLHA MENSAL E FERIAS NO MES; 13o NA   *
      * POSICAO 13                             *
      *****************************************
      *
       PEN-SOMA.
           IF W-TEM-PENSAO NOT = 1
               GO TO PEN-SOMA-FIM.
           MOVE NUMREG TO PH-NUMREG
           MOVE ZEROS  TO PH-SEQ PH-ANO PH-MES
           MOVE SPACES TO PH-FOLHA
           START CADPENHIS KEY IS NOT LESS THAN PH-CHAVE
           IF ST-ERRO-PH NOT = "00"
               MOVE "00" TO ST-ERRO-PH
               GO TO PEN-SOMA-FIM.
       PEN-SOMA-LER.
           READ CADPENHIS NEXT RECORD
           IF ST-ERRO-PH NOT = "00"
               MOVE "00" TO ST-ERRO-PH
               GO TO PEN-SOMA-FIM.
           IF PH-NUMREG NOT = NUMREG
               GO TO PEN-SOMA-FIM.
           IF PH-ANO NOT = W-ANO-REF OR PH-MES = ZEROS OR
              PH-MES > 12
               GO TO PEN-SOMA-LER.
           IF PH-FOLHA = "D"
               ADD PH-VALOR TO MM-PENSAO(13)
           ELSE
               MOVE PH-MES TO W-MES-IX
               ADD PH-VALOR TO MM-PENSAO(W-MES-IX).
           GO TO PEN-SOMA-LER.
       PEN-SOMA-FIM.
           EXIT.
      *
      *****************************************
      * TOTAIS DO ANO DO FUNCIONARIO (SEM O    *
      * 13o, QUE TEM TRIBUTACAO EXCLUSIVA) E   *
      * LIQUIDO DE CONTROLE POR COMPETENCIA    *
      *****************************************
      *
       INF-TOTAL.
           MOVE ZEROS TO W-AN-TRIB W-AN-INSS W-AN-IRRF W-AN-ISENTO
                         W-AN-DEDDEP W-MESES W-AN-PENSAO
           MOVE 1 TO W-MES-IX.
       INF-TOTAL-MES.
           IF W-MES-IX > 12
               GO TO INF-TOTAL-FIM.
           ADD MM-TRIB(W-MES-IX)   TO W-AN-TRIB
           ADD MM-INSS(W-MES-IX)   TO W-AN-INSS
           ADD MM-IRRF(W-MES-IX)   TO W-AN-IRRF
           ADD MM-ISENTO(W-MES-IX) TO W-AN-ISENTO
           ADD MM-DEDDEP(W-MES-IX) TO W-AN-DEDDEP
           ADD MM-PENSAO(W-MES-IX) TO W-AN-PENSAO
           ADD MM-LIQ-CTL(W-MES-IX) TO CP-TOT-HIST(W-MES-IX)
           IF MM-VERSAO(W-MES-IX) NOT = ZEROS
               ADD 1 TO W-MESES.
           ADD 1 TO W-MES-IX
           GO TO INF-TOTAL-MES.
       INF-TOTAL-FIM.
           ADD 1 TO W-TOTFUN
           ADD W-AN-TRIB   TO W-TG-TRIB
           ADD W-AN-INSS   TO W-TG-INSS
           ADD W-AN-IRRF   TO W-TG-IRRF
           ADD W-AN-ISENTO TO W-TG-ISENTO
           ADD MM-TRIB(13) TO W-TG-13
           ADD MM-IRRF(13) TO W-TG-IRRF13.
      *
      *****************************************
      * COMPROVANTE DO FUNCIONARIO             *
      *****************************************
      *
       INF-IMP.
           MOVE LININF-SEP TO LINRELINF
           WRITE LINRELINF
           MOVE LININF-CAB1 TO LINRELINF
           WRITE LINRELINF
           MOVE W-ANO-REF TO LI-ANO
           MOVE LININF-CAB2 TO LINRELINF
           WRITE LINRELINF
           MOVE SPACES TO LINRELINF
           WRITE LINRELINF
           MOVE W-CNPJ TO LI-CNPJ
           MOVE LININF-FONTE TO LINRELINF
           WRITE LINRELINF
           MOVE W-FONTE TO LI-FONTE
           MOVE LININF-FONTE2 TO LINRELINF
           WRITE LINRELINF
           MOVE NUMREG TO LI-NUMREG
           MOVE NOME TO LI-NOME
           MOVE LININF-BENEF TO LINRELINF
           WRITE LINRELINF
           MOVE SPACES TO LINRELINF
           WRITE LINRELINF
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
                TO LI-TITULO
           MOVE LININF-TIT TO LINRELINF
           WRITE LINRELINF
           MOVE "   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
                TO LI-DESCR
           MOVE W-AN-TRIB TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
                TO LI-DESCR
           MOVE W-AN-INSS TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "   03. DEDUCAO DE DEPENDENTES" TO LI-DESCR
           MOVE W-AN-DEDDEP TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "   04. PENSAO ALIMENTICIA" TO LI-DESCR
           MOVE W-AN-PENSAO TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
                TO LI-DESCR
           MOVE W-AN-IRRF TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS" TO LI-TITULO
           MOVE LININF-TIT TO LINRELINF
           WRITE LINRELINF
           MOVE "   01. SALARIO-FAMILIA, ABONO DE FERIAS E VERBAS ISENT"
                TO LI-DESCR
           MOVE W-AN-ISENTO TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
                TO LI-TITULO
           MOVE LININF-TIT TO LINRELINF
           WRITE LINRELINF
           COMPUTE W-LIQ13 = MM-TRIB(13) - MM-INSS(13) - MM-DEDDEP(13)
                   - MM-PENSAO(13)
           IF W-LIQ13 < ZEROS
               MOVE ZEROS TO W-LIQ13.
           MOVE "   01. DECIMO TERCEIRO SALARIO (BRUTO)" TO LI-DESCR
           MOVE MM-TRIB(13) TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "       INSS, DEPENDENTES E PENSAO SOBRE O 13o"
                TO LI-DESCR
           COMPUTE LI-VALOR = MM-INSS(13) + MM-DEDDEP(13) +
                   MM-PENSAO(13)
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "       BASE TRIBUTAVEL DO 13o" TO LI-DESCR
           MOVE W-LIQ13 TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "   02. IMPOSTO SOBRE A RENDA RETIDO NO 13o" TO LI-DESCR
           MOVE MM-IRRF(13) TO LI-VALOR
           PERFORM INF-LINHA THRU INF-LINHA-FIM
           MOVE "7. INFORMACOES COMPLEMENTARES" TO LI-TITULO
           MOVE LININF-TIT TO LINRELINF
           WRITE LINRELINF
           MOVE W-QTD-DEP TO LI-QTD-DEP
           MOVE W-MESES TO LI-MESES
           MOVE LININF-DEP TO LINRELINF
           WRITE LINRELINF
           MOVE SPACES TO LINRELINF
           WRITE LINRELINF
           MOVE "RESPONSAVEL PELAS INFORMACOES: ____________________"
                TO LINRELINF
           WRITE LINRELINF.
       INF-IMP-FIM.
           EXIT.
      *
       INF-LINHA.
           MOVE LININF-VAL TO LINRELINF
           WRITE LINRELINF.
       INF-LINHA-FIM.
           EXIT.
      *
      *****************************************
      * BENEFICIARIO NO ARQUIVO DIRF: VALORES  *
      * MES A MES (JAN-DEZ E 13o) EM CENTAVOS  *
      * RTRT RENDIMENTO, RTPO PREVIDENCIA,     *
      * RTDP DEPENDENTES, RTPA PENSAO          *
      * ALIMENTICIA, RTIRF IMPOSTO             *
      *****************************************
      *
       DRF-GRAVA.
           MOVE SPACES TO LINDIRF
           STRING "BPFDEC|" NUMREG "|" NOME "|"
                  DELIMITED BY SIZE INTO LINDIRF
           WRITE LINDIRF
           MOVE "RTRT " TO LV-ID
           MOVE 1 TO W-MES-IX.
       DRF-RTRT.
           COMPUTE LV-VALOR(W-MES-IX) = MM-TRIB(W-MES-IX) * 100
           MOVE "|" TO LV-SEP(W-MES-IX)
           IF W-MES-IX < 13
               ADD 1 TO W-MES-IX
               GO TO DRF-RTRT.
           PERFORM DRF-LINHA THRU DRF-LINHA-FIM
           MOVE "RTPO " TO LV-ID
           MOVE 1 TO W-MES-IX.
       DRF-RTPO.
           COMPUTE LV-VALOR(W-MES-IX) = MM-INSS(W-MES-IX) * 100
           IF W-MES-IX < 13
               ADD 1 TO W-MES-IX
               GO TO DRF-RTPO.
           PERFORM DRF-LINHA THRU DRF-LINHA-FIM
           MOVE "RTDP " TO LV-ID
           MOVE 1 TO W-MES-IX.
       DRF-RTDP.
           COMPUTE LV-VALOR(W-MES-IX) = MM-DEDDEP(W-MES-IX) * 100
           IF W-MES-IX < 13
               ADD 1 TO W-MES-IX
               GO TO DRF-RTDP.
           PERFORM DRF-LINHA THRU DRF-LINHA-FIM
           IF W-AN-PENSAO = ZEROS AND MM-PENSAO(13) = ZEROS
               GO TO DRF-IRRF-INI.
           MOVE "RTPA " TO LV-ID
           MOVE 1 TO W-MES-IX.
       DRF-RTPA.
           COMPUTE LV-VALOR(W-MES-IX) = MM-PENSAO(W-MES-IX) * 100
           IF W-MES-IX < 13
               ADD 1 TO W-MES-IX
               GO TO DRF-RTPA.
           PERFORM DRF-LINHA THRU DRF-LINHA-FIM.
       DRF-IRRF-INI.
           MOVE "RTIRF" TO LV-ID
           MOVE 1 TO W-MES-IX.
       DRF-RTIRF.
           COMPUTE LV-VALOR(W-MES-IX) = MM-IRRF(W-MES-IX) * 100
           IF W-MES-IX < 13
               ADD 1 TO W-MES-IX
               GO TO DRF-RTIRF.
           PERFORM DRF-LINHA THRU DRF-LINHA-FIM.
       DRF-GRAVA-FIM.
           EXIT.
      *
       DRF-LINHA.
           MOVE LINDIRF-VAL TO LINDIRF
           WRITE LINDIRF.
       DRF-LINHA-FIM.
           EXIT.
      *
      *****************************************
      * TABELA DE CALCULO VIGENTE EM DEZEMBRO  *
      * (DEDUCAO POR DEPENDENTE)               *
      *****************************************
      *
       TAB-CARGA.
           COMPUTE W-DATA-REF = W-ANO-REF * 10000 + 1201
           MOVE ZEROS TO W-DED-DEPEND
           MOVE ZEROS TO TB-VIGENCIA
           START CADTABFOL KEY IS NOT LESS THAN TB-VIGENCIA
           IF ST-ERRO-TAB NOT = "00"
               GO TO TAB-CARGA-FIM.
       TAB-CARGA-LER.
           READ CADTABFOL NEXT RECORD
           IF ST-ERRO-TAB NOT = "00"
               GO TO TAB-CARGA-FIM.
           IF TB-VIGENCIA > W-DATA-REF
               GO TO TAB-CARGA-FIM.
           MOVE TB-DED-DEPEND TO W-DED-DEPEND
           GO TO TAB-CARGA-LER.
       TAB-CARGA-FIM.
           MOVE "00" TO ST-ERRO-TAB.
      *
      *****************************************
      * SITUACAO DAS DOZE COMPETENCIAS DO ANO  *
      *****************************************
      *
       CMP-CARGA.
           MOVE SPACES TO TABCOMP
           MOVE 1 TO W-MES-IX.
       CMP-CARGA-MES.
           IF W-MES-IX > 12
               GO TO CMP-CARGA-FIM.
           MOVE SPACE TO CP-SITUACAO(W-MES-IX)
           MOVE ZEROS TO CP-DATA-SIT(W-MES-IX) CP-TOT-LIQ(W-MES-IX)
                         CP-TOT-HIST(W-MES-IX)
           IF W-TEM-CMP = 1
               MOVE W-ANO-REF TO CF-ANO
               MOVE W-MES-IX  TO CF-MES
               READ CADCOMPFOL
               IF ST-ERRO-CMP = "00"
                   IF CF-SITUACAO = "F" OR CF-SITUACAO = "P"
                       MOVE CF-SITUACAO TO CP-SITUACAO(W-MES-IX)
                       MOVE CF-DATA-SIT TO CP-DATA-SIT(W-MES-IX)
                       MOVE CF-TOT-LIQ  TO CP-TOT-LIQ(W-MES-IX).
           MOVE "00" TO ST-ERRO-CMP
           ADD 1 TO W-MES-IX
           GO TO CMP-CARGA-MES.
       CMP-CARGA-FIM.
           EXIT.
      *
      *****************************************
      * CONTROLE: LIQUIDO DE CADA COMPETENCIA  *
      * FECHADA CONTRA O HISTORICO DA DATA DO  *
      * FECHAMENTO; TOTAIS DO ARQUIVO DIRF     *
      *****************************************
      *
       INF-FIM.
           MOVE "FIMDirf|" TO LINDIRF
           WRITE LINDIRF
           MOVE W-ANO-REF TO LC-ANO
           MOVE LINCTL-CAB TO LINRELCTL
           WRITE LINRELCTL
           MOVE LINCTL-CAB2 TO LINRELCTL
           WRITE LINRELCTL
           MOVE 1 TO W-MES-IX.
       CTL-MES.
           IF W-MES-IX > 12
               GO TO CTL-TOTAIS.
           MOVE W-MES-IX TO LC-MES
           MOVE CP-SITUACAO(W-MES-IX) TO LC-SIT
           MOVE CP-TOT-LIQ(W-MES-IX)  TO LC-FECHADO
           MOVE CP-TOT-HIST(W-MES-IX) TO LC-HIST
           COMPUTE W-DIF = CP-TOT-HIST(W-MES-IX) -
                   CP-TOT-LIQ(W-MES-IX)
           MOVE W-DIF TO LC-DIF
           IF CP-SITUACAO(W-MES-IX) = SPACE
               ADD 1 TO W-ABERTAS
               MOVE "NAO FECHADA" TO LC-RESULT
           ELSE
               ADD CP-TOT-LIQ(W-MES-IX)  TO W-TG-FEC
               ADD CP-TOT-HIST(W-MES-IX) TO W-TG-CTL
               IF W-DIF = ZEROS
                   MOVE "CONFERE" TO LC-RESULT
               ELSE
                   ADD 1 TO W-DIVERG
                   MOVE "DIVERGENTE" TO LC-RESULT.
           MOVE LINCTL-DET TO LINRELCTL
           WRITE LINRELCTL
           ADD 1 TO W-MES-IX
           GO TO CTL-MES.
       CTL-TOTAIS.
           MOVE SPACES TO LINRELCTL
           WRITE LINRELCTL
           MOVE "LIQUIDO DAS COMPETENCIAS FECHADAS.....:" TO LC-DESCR
           MOVE W-TG-FEC TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE "LIQUIDO DO HISTORICO NOS FECHAMENTOS..:" TO LC-DESCR
           MOVE W-TG-CTL TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE "RENDIMENTOS TRIBUTAVEIS NO ARQUIVO....:" TO LC-DESCR
           MOVE W-TG-TRIB TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE "PREVIDENCIA OFICIAL NO ARQUIVO........:" TO LC-DESCR
           MOVE W-TG-INSS TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE "IRRF RETIDO NO ARQUIVO (SEM O 13o)....:" TO LC-DESCR
           MOVE W-TG-IRRF TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE "DECIMO TERCEIRO SALARIO...............:" TO LC-DESCR
           MOVE W-TG-13 TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE "IRRF RETIDO NO 13o....................:" TO LC-DESCR
           MOVE W-TG-IRRF13 TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE "RENDIMENTOS ISENTOS...................:" TO LC-DESCR
           MOVE W-TG-ISENTO TO LC-VALOR
           PERFORM CTL-LINHA THRU CTL-LINHA-FIM
           MOVE W-TOTFUN TO LC-QTD
           MOVE LINCTL-QTD TO LINRELCTL
           WRITE LINRELCTL
           IF W-ABERTAS > ZEROS
               MOVE "*** HA COMPETENCIAS DO ANO NAO FECHADAS ***"
                    TO LINRELCTL
               WRITE LINRELCTL.
           IF W-DIVERG > ZEROS
               MOVE "*** HA COMPETENCIAS COM LIQUIDO DIVERGENTE ***"
                    TO LINRELCTL
               WRITE LINRELCTL.
           CLOSE CADFUN CADHISTFOL RELINF ARQDIRF RELCTL
           IF W-TEM-VER = 1
               CLOSE CADHISTVER CADVERBA.
           IF W-TEM-DEPEND = 1
               CLOSE CADDEPEND.
           IF W-TEM-CMP = 1
               CLOSE CADCOMPFOL.
           IF W-TEM-PENSAO = 1
               CLOSE CADPENHIS.
           DISPLAY "FUNCIONARIOS COM RENDIMENTOS: " W-TOTFUN
           DISPLAY "COMPETENCIAS NAO FECHADAS...: " W-ABERTAS
           DISPLAY "COMPETENCIAS DIVERGENTES....: " W-DIVERG
           DISPLAY "COMPROVANTES EM INFORME.DAT, ARQUIVO EM DIRF.DAT"
           DISPLAY "CONTROLE EM INFCTL.DAT"
           GO TO ROT-FIMP.
      *
       CTL-LINHA.
           MOVE LINCTL-TOT TO LINRELCTL
           WRITE LINRELCTL.
       CTL-LINHA-FIM.
           EXIT.
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
