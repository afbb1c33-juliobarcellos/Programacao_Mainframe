      * CONVENIO EFETIVAMENTE PAGOU        *
      * (CADPGCONV), COM O PERCENTUAL DO   *
      * CADREPMED E TOTAIS DA COMPETENCIA  *
      * O FECHAMENTO GRAVA O REPASSE DE    *
      * CADA MEDICO NO CADREPFEC PARA A    *
      * EMISSAO DO RPA (SMP073)            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRO-RP.
      *
      *-----------------------------------------------------------------
           SELECT CADREPFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-CHAVE
                    FILE STATUS  IS ST-ERRO-RF.
      *
      *-----------------------------------------------------------------
           SELECT RELREP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    05 RP-CONV     PIC 9(04).
                03 RP-PERCENT      PIC 9(03)V99.

       FD CADREPFEC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREPFEC.DAT".
       01 REGREPFEC.
                03 RF-CHAVE.
                    05 RF-ANO      PIC 9(04).
                    05 RF-MES      PIC 9(02).
                    05 RF-CRM      PIC 9(06).
                03 RF-BRUTO        PIC 9(09)V99.
                03 RF-GLOSA        PIC 9(09)V99.
                03 RF-RECEB        PIC 9(09)V99.
                03 RF-REPASSE      PIC 9(09)V99.
                03 RF-DATA-FEC     PIC 9(08).
                03 RF-SITUACAO     PIC X(01).

       FD RELREP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REPASSE.DAT".
       77 ST-ERRO-PG    PIC X(02) VALUE "00".
       77 ST-ERRO-RP    PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-RF    PIC X(02) VALUE "00".
       77 W-FECHA       PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-PROC-IX     PIC 9(02) VALUE ZEROS.
           IF W-MES-REF < 1 OR W-MES-REF > 12 OR W-ANO-REF = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO REP-001.
       REP-002.
           DISPLAY "FECHAR A COMPETENCIA PARA O RPA (S/N): "
           ACCEPT W-FECHA
           IF W-FECHA = "s"
               MOVE "S" TO W-FECHA.
           IF W-FECHA NOT = "S" AND W-FECHA NOT = "N"
               DISPLAY "DIGITE APENAS S=SIM OU N=NAO"
               GO TO REP-002.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       REP-OP0.
           OPEN INPUT CADCONSU
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO REPASSE"
               GO TO ROT-FIM.
           IF W-FECHA = "S"
               PERFORM FEC-ABRE THRU FEC-ABRE-FIM.
      *
      *****************************************
      * PASSO 1: FATURADO POR CONVENIO NO MES  *
           ADD W-MED-RECEB TO W-GER-RECEB
           ADD W-MED-REPAS TO W-GER-REPAS
           ADD W-MED-CLIN  TO W-GER-CLIN
           IF W-FECHA = "S"
               MOVE CRM TO RF-CRM
               MOVE W-MED-BRUTO TO RF-BRUTO
               MOVE W-MED-GLOSA TO RF-GLOSA
               MOVE W-MED-RECEB TO RF-RECEB
               MOVE W-MED-REPAS TO RF-REPASSE
               PERFORM FEC-GRAVA THRU FEC-GRAVA-FIM.
           GO TO MED-LER.
      *
      *****************************************
           IF ST-ERRO-RP = "00"
               CLOSE CADREPMED.
           DISPLAY "DEMONSTRATIVO GRAVADO EM REPASSE.DAT"
           IF W-FECHA = "S"
               MOVE ZEROS TO RF-CRM
               MOVE W-GER-BRUTO TO RF-BRUTO
               MOVE W-GER-GLOSA TO RF-GLOSA
               MOVE W-GER-RECEB TO RF-RECEB
               MOVE W-GER-REPAS TO RF-REPASSE
               PERFORM FEC-GRAVA THRU FEC-GRAVA-FIM
               CLOSE CADREPFEC
               DISPLAY "COMPETENCIA FECHADA - RPA LIBERADO NO SMP073".
           GO TO ROT-FIMP.
      *
      *****************************************
      * FECHAMENTO: O REGISTRO DE CRM ZERO E   *
      * O TOTAL DA COMPETENCIA E INDICA QUE    *
      * ELA JA FOI FECHADA                     *
      *****************************************
      *
       FEC-ABRE.
           OPEN I-O CADREPFEC
           IF ST-ERRO-RF NOT = "00"
               IF ST-ERRO-RF = "30"
                   OPEN OUTPUT CADREPFEC
                   CLOSE CADREPFEC
                   GO TO FEC-ABRE
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREPFEC"
                   DISPLAY "DEMONSTRATIVO SEM FECHAMENTO"
                   MOVE "N" TO W-FECHA
                   GO TO FEC-ABRE-FIM.
           MOVE W-ANO-REF TO RF-ANO
           MOVE W-MES-REF TO RF-MES
           MOVE ZEROS     TO RF-CRM
           READ CADREPFEC
           IF ST-ERRO-RF = "00"
               DISPLAY "COMPETENCIA JA FECHADA EM " RF-DATA-FEC
               DISPLAY "DEMONSTRATIVO SEM NOVO FECHAMENTO"
               MOVE "N" TO W-FECHA
               CLOSE CADREPFEC.
       FEC-ABRE-FIM.
           EXIT.
      *
       FEC-GRAVA.
           MOVE W-ANO-REF TO RF-ANO
           MOVE W-MES-REF TO RF-MES
           MOVE W-HOJE    TO RF-DATA-FEC
           MOVE "F"       TO RF-SITUACAO
           WRITE REGREPFEC
           IF ST-ERRO-RF NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO CADREPFEC - CRM " RF-CRM.
       FEC-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * VALOR DA CONSULTA E BUSCA DO CONVENIO  *
      * NA TABELA DE TOTAIS                    *
      *****************************************
