       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP080.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * DECLARACAO ANUAL DE DESPESAS       *
      * MEDICAS PARA O IMPOSTO DE RENDA    *
      * (IRPF): TOTAL DOS RECIBOS NAO      *
      * CANCELADOS DO ANO POR CPF, UMA     *
      * DECLARACAO POR PACIENTE, E SEGUNDA *
      * VIA DE UM CPF NA RECEPCAO. O QUE   *
      * FOI EMITIDO FICA NO CADIRPF; SE OS *
      * RECIBOS MUDAREM DEPOIS DA EMISSAO  *
      * A DECLARACAO SAI COMO RETIFICADA   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT CADRECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RB-NUMERO
                    FILE STATUS  IS ST-ERRO-RB.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADIRPF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IR-CHAVE
                    FILE STATUS  IS ST-ERRO-IR.
      *
      *-----------------------------------------------------------------
           SELECT RELIRPF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD CADRECIBO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
                03 RB-NUMERO       PIC 9(06).
                03 RB-CPF          PIC 9(11).
                03 RB-VALOR        PIC 9(07)V99.
                03 RB-FORMA        PIC X(01).
                03 RB-DESCR        PIC X(30).
                03 RB-DATA.
                    05 RB-ANO      PIC 9(04).
                    05 RB-MES      PIC 9(02).
                    05 RB-DIA      PIC 9(02).
                03 RB-HORA         PIC 9(04).
                03 RB-SES-OPER     PIC X(08).
                03 RB-SES-DATA     PIC 9(08).
                03 RB-SES-SEQ      PIC 9(02).
                03 RB-SITUACAO     PIC X(01).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 FILLER          PIC X(202).

      *    CPF ZERO: CONTROLE DO ANO (CNPJ DA CLINICA E DATA DA
      *    EMISSAO GERAL). DEMAIS: VALORES DA ULTIMA EMISSAO (-EMI)
      *    E VALORES APURADOS AGORA NOS RECIBOS
       FD CADIRPF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADIRPF.DAT".
       01 REGIRPF.
                03 IR-CHAVE.
                    05 IR-ANO      PIC 9(04).
                    05 IR-CPF      PIC 9(11).
                03 IR-CNPJ         PIC 9(14).
                03 IR-DATA-EMI     PIC 9(08).
                03 IR-DATA-RET     PIC 9(08).
                03 IR-QTD-EMI      PIC 9(03).
                03 IR-TOTAL-EMI    PIC 9(09)V99.
                03 IR-SOMA-EMI     PIC 9(09).
                03 IR-QTD          PIC 9(03).
                03 IR-TOTAL        PIC 9(09)V99.
                03 IR-SOMA         PIC 9(09).
                03 IR-RECIBO       PIC 9(06) OCCURS 100 TIMES.

       FD RELIRPF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-ARQNOME.
       01 LINRELIRPF          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-SES   PIC X(02) VALUE "00".
       77 ST-ERRO-RB    PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-IR    PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-ARQNOME     PIC X(20) VALUE SPACES.
       77 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-CPF-REF     PIC 9(11) VALUE ZEROS.
       77 W-CNPJ        PIC 9(14) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-NOVO        PIC 9(01) VALUE ZEROS.
       77 W-RETIF       PIC 9(01) VALUE ZEROS.
       77 W-IX          PIC 9(03) COMP VALUE ZEROS.
       77 W-EMITIDAS    PIC 9(06) VALUE ZEROS.
       77 W-RETIFICADAS PIC 9(06) VALUE ZEROS.
       77 W-ANT-TOTAL   PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-GERAL   PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-ED.
           03 W-ED-ANO    PIC 9(04).
           03 W-ED-MES    PIC 9(02).
           03 W-ED-DIA    PIC 9(02).
       01 W-DATA-ED-N REDEFINES W-DATA-ED PIC 9(08).

       01 LINIR-SEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINIR-TIT.
           03 FILLER          PIC X(40)
              VALUE "DECLARACAO DE PAGAMENTO DE DESPESAS MEDI".
           03 FILLER          PIC X(22)
              VALUE "CAS - ANO-CALENDARIO ".
           03 LI-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LI-VIA          PIC X(11).
       01 LINIR-CNPJ.
           03 FILLER          PIC X(22)
              VALUE "CNPJ DO PRESTADOR   : ".
           03 LI-CNPJ         PIC 99.999.999/9999B99.
           03 FILLER          PIC X(12) VALUE "  EMISSAO: ".
           03 LI-EMI-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LI-EMI-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LI-EMI-ANO      PIC 9(04).
       01 LINIR-PAC.
           03 FILLER          PIC X(22)
              VALUE "PACIENTE (PAGADOR)  : ".
           03 LI-NOME         PIC X(30).
           03 FILLER          PIC X(07) VALUE "  CPF: ".
           03 LI-CPF          PIC 999.999.999B99.
       01 LINIR-CAB.
           03 FILLER          PIC X(40)
              VALUE "DATA       RECIBO  DESCRICAO            ".
           03 FILLER          PIC X(38)
              VALUE "                      VALOR PAGO (R$)".
       01 LINIR-DET.
           03 LI-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LI-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LI-ANO-D        PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LI-RECIBO       PIC 9(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LI-DESCR        PIC X(30).
           03 FILLER          PIC X(12) VALUE SPACES.
           03 LI-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINIR-TOT.
           03 LI-ROTULO       PIC X(64).
           03 LI-TOTAL        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINIR-DEC.
           03 FILLER          PIC X(40)
              VALUE "DECLARAMOS TER RECEBIDO DO PACIENTE ACIM".
           03 FILLER          PIC X(38)
              VALUE "A OS VALORES DESTA RELACAO, REFERENTES".
       01 LINIR-DEC2.
           03 FILLER          PIC X(40)
              VALUE "A SERVICOS MEDICOS PRESTADOS AO PROPRIO ".
           03 FILLER          PIC X(38)
              VALUE "PACIENTE NO ANO-CALENDARIO INDICADO.".
       01 LINIR-RET.
           03 FILLER          PIC X(40)
              VALUE "*** DECLARACAO RETIFICADA: RECIBOS ALTER".
           03 FILLER          PIC X(20)
              VALUE "ADOS APOS A EMISSAO ".
           03 LI-RET-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LI-RET-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LI-RET-ANO      PIC 9(04).
           03 FILLER          PIC X(04) VALUE " ***".
       01 LINIR-ASS.
           03 FILLER          PIC X(40)
              VALUE "ASSINATURA: ____________________________".
       01 LINRES-TIT.
           03 FILLER          PIC X(40)
              VALUE "RESUMO DAS DECLARACOES DO ANO-CALENDARIO".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-ANO          PIC 9(04).
       01 LINRES-RET.
           03 FILLER          PIC X(12) VALUE "RETIFICADA ".
           03 LS-CPF          PIC 999.999.999B99.
           03 FILLER          PIC X(11) VALUE " ANTERIOR: ".
           03 LS-ANTERIOR     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(08) VALUE "  ATUAL:".
           03 LS-ATUAL        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINRES-VAL.
           03 LS-DESCR        PIC X(40).
           03 LS-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       IRP-001.
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-PERFIL.
           IF ST-ERRO-SES = "00"
               CLOSE OPERSES
               MOVE SES-PERFIL TO W-PERFIL.
           DISPLAY "DECLARACAO DE DESPESAS MEDICAS (IRPF)"
           DISPLAY "ANO-CALENDARIO (AAAA): "
           ACCEPT W-ANO-REF
           IF W-ANO-REF < 2000
               DISPLAY "ANO INVALIDO"
               GO TO IRP-001.
       IRP-002.
           DISPLAY "FUNCAO (1=EMISSAO DO ANO 2=SEGUNDA VIA DO CPF): "
           ACCEPT W-FUNCAO
           IF W-FUNCAO NOT = 1 AND W-FUNCAO NOT = 2
               DISPLAY "FUNCAO INVALIDA"
               GO TO IRP-002.
           IF W-FUNCAO = 1 AND W-PERFIL NOT = "A" AND
                               W-PERFIL NOT = SPACE
               DISPLAY "EMISSAO DO ANO RESTRITA AO ADMINISTRADOR"
               GO TO IRP-002.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-FUNCAO = 2
               GO TO IRP-003.
           DISPLAY "CNPJ DA CLINICA (ZERO = O DA ULTIMA EMISSAO): "
           ACCEPT W-CNPJ
           GO TO IRP-OP0.
       IRP-003.
           DISPLAY "CPF DO PACIENTE: "
           ACCEPT W-CPF-REF
           IF W-CPF-REF = ZEROS
               DISPLAY "CPF INVALIDO"
               GO TO IRP-003.
      *
       IRP-OP0.
           OPEN INPUT CADRECIBO
           IF ST-ERRO-RB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRECIBO"
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADRECIBO
               GO TO ROT-FIM.
       IRP-OP1.
           OPEN I-O CADIRPF
           IF ST-ERRO-IR NOT = "00"
               IF ST-ERRO-IR = "30"
                   OPEN OUTPUT CADIRPF
                   CLOSE CADIRPF
                   GO TO IRP-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADIRPF"
                   CLOSE CADRECIBO CADPACI
                   GO TO ROT-FIM.
      *
      *    CONTROLE DO ANO: GUARDA O CNPJ USADO NA EMISSAO
           MOVE W-ANO-REF TO IR-ANO
           MOVE ZEROS     TO IR-CPF
           READ CADIRPF
           IF ST-ERRO-IR NOT = "00"
               MOVE ZEROS TO IR-CNPJ
               MOVE 1 TO W-NOVO
           ELSE
               MOVE 0 TO W-NOVO.
           IF W-CNPJ = ZEROS
               MOVE IR-CNPJ TO W-CNPJ.
           IF W-CNPJ = ZEROS AND W-FUNCAO = 2
               DISPLAY "ANO SEM EMISSAO - RODE A EMISSAO DO ANO"
               CLOSE CADRECIBO CADPACI CADIRPF
               GO TO ROT-FIM.
           IF W-CNPJ = ZEROS
               DISPLAY "INFORME O CNPJ DA CLINICA"
               CLOSE CADRECIBO CADPACI CADIRPF
               GO TO ROT-FIM.
           IF W-FUNCAO = 2
               GO TO VIA-001.
           MOVE W-CNPJ TO IR-CNPJ
           MOVE W-HOJE TO IR-DATA-EMI
           IF W-NOVO = 1
               MOVE W-ANO-REF TO IR-ANO
               MOVE ZEROS TO IR-CPF IR-DATA-RET IR-QTD-EMI
                             IR-TOTAL-EMI IR-SOMA-EMI IR-QTD
                             IR-TOTAL IR-SOMA
               WRITE REGIRPF
           ELSE
               REWRITE REGIRPF.
           STRING "IRPF" W-ANO-REF ".DAT"
              DELIMITED BY SIZE INTO W-ARQNOME
           OPEN OUTPUT RELIRPF
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQNOME
               CLOSE CADRECIBO CADPACI CADIRPF
               GO TO ROT-FIM.
      *
      *****************************************
      * ZERA OS VALORES APURADOS DO ANO        *
      *****************************************
      *
           MOVE W-ANO-REF TO IR-ANO
           MOVE 1         TO IR-CPF
           START CADIRPF KEY IS NOT LESS THAN IR-CHAVE
           IF ST-ERRO-IR NOT = "00"
               GO TO APU-001.
       ZER-LER.
           READ CADIRPF NEXT RECORD
           IF ST-ERRO-IR NOT = "00"
               GO TO APU-001.
           IF IR-ANO NOT = W-ANO-REF
               GO TO APU-001.
           MOVE ZEROS TO IR-QTD IR-TOTAL IR-SOMA
           REWRITE REGIRPF
           GO TO ZER-LER.
      *
      *****************************************
      * APURACAO: RECIBOS EMITIDOS (NAO        *
      * CANCELADOS) DO ANO, POR CPF            *
      *****************************************
      *
       APU-001.
           MOVE ZEROS TO RB-NUMERO
           START CADRECIBO KEY IS NOT LESS THAN RB-NUMERO
           IF ST-ERRO-RB NOT = "00"
               GO TO EMI-001.
       APU-LER.
           READ CADRECIBO NEXT RECORD
           IF ST-ERRO-RB NOT = "00"
               GO TO EMI-001.
           IF RB-ANO NOT = W-ANO-REF OR RB-SITUACAO NOT = "E"
               GO TO APU-LER.
           IF RB-CPF = ZEROS
               GO TO APU-LER.
           MOVE W-ANO-REF TO IR-ANO
           MOVE RB-CPF    TO IR-CPF
           PERFORM APU-SOMA THRU APU-SOMA-FIM
           GO TO APU-LER.
      *
      *****************************************
      * EMISSAO: UMA DECLARACAO POR CPF COM    *
      * RECIBO NO ANO OU JA EMITIDA ANTES      *
      *****************************************
      *
       EMI-001.
           MOVE W-ANO-REF TO IR-ANO
           MOVE 1         TO IR-CPF
           START CADIRPF KEY IS NOT LESS THAN IR-CHAVE
           IF ST-ERRO-IR NOT = "00"
               GO TO EMI-RESUMO.
       EMI-LER.
           READ CADIRPF NEXT RECORD
           IF ST-ERRO-IR NOT = "00"
               GO TO EMI-RESUMO.
           IF IR-ANO NOT = W-ANO-REF
               GO TO EMI-RESUMO.
           IF IR-QTD = ZEROS AND IR-DATA-EMI = ZEROS
               GO TO EMI-LER.
           PERFORM IRP-SITUACAO THRU IRP-SITUACAO-FIM
           REWRITE REGIRPF
           MOVE SPACES TO LI-VIA
           PERFORM IRP-IMP THRU IRP-IMP-FIM
           ADD 1 TO W-EMITIDAS
           ADD IR-TOTAL TO W-TOT-GERAL
           IF W-RETIF = 1
               ADD 1 TO W-RETIFICADAS
               MOVE IR-CPF      TO LS-CPF
               MOVE W-ANT-TOTAL TO LS-ANTERIOR
               MOVE IR-TOTAL    TO LS-ATUAL
               DISPLAY LINRES-RET.
           GO TO EMI-LER.
      *
       EMI-RESUMO.
           MOVE LINIR-SEP TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE W-ANO-REF TO LS-ANO
           MOVE LINRES-TIT TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE "DECLARACOES EMITIDAS" TO LS-DESCR
           MOVE W-EMITIDAS TO LS-VALOR
           MOVE LINRES-VAL TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE "RETIFICADAS NESTA EMISSAO" TO LS-DESCR
           MOVE W-RETIFICADAS TO LS-VALOR
           MOVE LINRES-VAL TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE "TOTAL DECLARADO (R$)" TO LS-DESCR
           MOVE W-TOT-GERAL TO LS-VALOR
           MOVE LINRES-VAL TO LINRELIRPF
           WRITE LINRELIRPF
           CLOSE CADRECIBO CADPACI CADIRPF RELIRPF
           DISPLAY "DECLARACOES GRAVADAS EM " W-ARQNOME
           DISPLAY "EMITIDAS...........: " W-EMITIDAS
           DISPLAY "RETIFICADAS........: " W-RETIFICADAS
           GO TO ROT-FIMP.
      *
      *****************************************
      * SEGUNDA VIA DE UM CPF: APURA DE NOVO   *
      * OS RECIBOS DO PACIENTE NO ANO          *
      *****************************************
      *
       VIA-001.
           MOVE W-ANO-REF TO IR-ANO
           MOVE W-CPF-REF TO IR-CPF
           READ CADIRPF
           IF ST-ERRO-IR = "00"
               MOVE ZEROS TO IR-QTD IR-TOTAL IR-SOMA
               REWRITE REGIRPF.
           MOVE ZEROS TO RB-NUMERO
           START CADRECIBO KEY IS NOT LESS THAN RB-NUMERO
           IF ST-ERRO-RB NOT = "00"
               GO TO VIA-EMITE.
       VIA-LER.
           READ CADRECIBO NEXT RECORD
           IF ST-ERRO-RB NOT = "00"
               GO TO VIA-EMITE.
           IF RB-CPF NOT = W-CPF-REF
               GO TO VIA-LER.
           IF RB-ANO NOT = W-ANO-REF OR RB-SITUACAO NOT = "E"
               GO TO VIA-LER.
           MOVE W-ANO-REF TO IR-ANO
           MOVE RB-CPF    TO IR-CPF
           PERFORM APU-SOMA THRU APU-SOMA-FIM
           GO TO VIA-LER.
       VIA-EMITE.
           MOVE W-ANO-REF TO IR-ANO
           MOVE W-CPF-REF TO IR-CPF
           READ CADIRPF
           IF ST-ERRO-IR NOT = "00"
               DISPLAY "NENHUM RECIBO DO CPF NO ANO"
               CLOSE CADRECIBO CADPACI CADIRPF
               GO TO ROT-FIMP.
           IF IR-DATA-EMI = ZEROS
               MOVE SPACES TO LI-VIA
           ELSE
               MOVE "SEGUNDA VIA" TO LI-VIA.
           PERFORM IRP-SITUACAO THRU IRP-SITUACAO-FIM
           REWRITE REGIRPF
           STRING "IRPF" W-CPF-REF ".DAT"
              DELIMITED BY SIZE INTO W-ARQNOME
           OPEN OUTPUT RELIRPF
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQNOME
               CLOSE CADRECIBO CADPACI CADIRPF
               GO TO ROT-FIM.
           PERFORM IRP-IMP THRU IRP-IMP-FIM
           CLOSE CADRECIBO CADPACI CADIRPF RELIRPF
           DISPLAY "DECLARACAO GRAVADA EM " W-ARQNOME
           IF W-RETIF = 1
               MOVE IR-CPF      TO LS-CPF
               MOVE W-ANT-TOTAL TO LS-ANTERIOR
               MOVE IR-TOTAL    TO LS-ATUAL
               DISPLAY LINRES-RET.
           GO TO ROT-FIMP.
      *
      *****************************************
      * SOMA O RECIBO LIDO NO CPF DE IR-CHAVE  *
      *****************************************
      *
       APU-SOMA.
           READ CADIRPF
           IF ST-ERRO-IR NOT = "00"
               MOVE ZEROS TO IR-CNPJ IR-DATA-EMI IR-DATA-RET
                             IR-QTD-EMI IR-TOTAL-EMI IR-SOMA-EMI
                             IR-QTD IR-TOTAL IR-SOMA
               MOVE 1 TO W-NOVO
           ELSE
               MOVE 0 TO W-NOVO.
           ADD 1 TO IR-QTD
           IF IR-QTD NOT > 100
               MOVE RB-NUMERO TO IR-RECIBO(IR-QTD).
           ADD RB-VALOR  TO IR-TOTAL
           ADD RB-NUMERO TO IR-SOMA
           IF W-NOVO = 1
               WRITE REGIRPF
           ELSE
               REWRITE REGIRPF.
       APU-SOMA-FIM.
           EXIT.
      *
      *****************************************
      * PRIMEIRA EMISSAO GUARDA OS VALORES;    *
      * DEPOIS, QUALQUER DIFERENCA NOS RECIBOS *
      * (QUANTIDADE, TOTAL OU NUMEROS) MARCA A *
      * DECLARACAO COMO RETIFICADA             *
      *****************************************
      *
       IRP-SITUACAO.
           MOVE 0 TO W-RETIF
           MOVE W-CNPJ TO IR-CNPJ
           IF IR-DATA-EMI = ZEROS
               MOVE W-HOJE TO IR-DATA-EMI
               GO TO IRP-SITUACAO-GUARDA.
           IF IR-QTD = IR-QTD-EMI AND IR-TOTAL = IR-TOTAL-EMI AND
              IR-SOMA = IR-SOMA-EMI
               GO TO IRP-SITUACAO-FIM.
           MOVE 1 TO W-RETIF
           MOVE IR-TOTAL-EMI TO W-ANT-TOTAL
           MOVE W-HOJE TO IR-DATA-RET.
       IRP-SITUACAO-GUARDA.
           MOVE IR-QTD   TO IR-QTD-EMI
           MOVE IR-TOTAL TO IR-TOTAL-EMI
           MOVE IR-SOMA  TO IR-SOMA-EMI.
       IRP-SITUACAO-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO DA DECLARACAO                *
      *****************************************
      *
       IRP-IMP.
           MOVE LINIR-SEP TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE IR-ANO TO LI-ANO
           MOVE LINIR-TIT TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE IR-CNPJ TO LI-CNPJ
           MOVE IR-DATA-EMI TO W-DATA-ED-N
           IF IR-DATA-RET NOT = ZEROS
               MOVE IR-DATA-RET TO W-DATA-ED-N.
           MOVE W-ED-DIA TO LI-EMI-DIA
           MOVE W-ED-MES TO LI-EMI-MES
           MOVE W-ED-ANO TO LI-EMI-ANO
           MOVE LINIR-CNPJ TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE IR-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "PACIENTE NAO CADASTRADO" TO NOME-P.
           MOVE NOME-P TO LI-NOME
           MOVE IR-CPF TO LI-CPF
           MOVE LINIR-PAC TO LINRELIRPF
           WRITE LINRELIRPF
           IF IR-DATA-RET NOT = ZEROS
               MOVE IR-DATA-EMI TO W-DATA-ED-N
               MOVE W-ED-DIA TO LI-RET-DIA
               MOVE W-ED-MES TO LI-RET-MES
               MOVE W-ED-ANO TO LI-RET-ANO
               MOVE LINIR-RET TO LINRELIRPF
               WRITE LINRELIRPF.
           MOVE LINIR-SEP TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE LINIR-CAB TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE 1 TO W-IX.
       IRP-IMP-LOOP.
           IF W-IX > IR-QTD OR W-IX > 100
               GO TO IRP-IMP-TOT.
           MOVE IR-RECIBO(W-IX) TO RB-NUMERO
           READ CADRECIBO
           IF ST-ERRO-RB NOT = "00"
               ADD 1 TO W-IX
               GO TO IRP-IMP-LOOP.
           MOVE RB-DIA    TO LI-DIA
           MOVE RB-MES    TO LI-MES
           MOVE RB-ANO    TO LI-ANO-D
           MOVE RB-NUMERO TO LI-RECIBO
           MOVE RB-DESCR  TO LI-DESCR
           MOVE RB-VALOR  TO LI-VALOR
           MOVE LINIR-DET TO LINRELIRPF
           WRITE LINRELIRPF
           ADD 1 TO W-IX
           GO TO IRP-IMP-LOOP.
       IRP-IMP-TOT.
           IF IR-QTD > 100
               MOVE SPACES TO LINRELIRPF
               MOVE "(DEMAIS RECIBOS NO EXTRATO DO PACIENTE)"
                                           TO LINRELIRPF
               WRITE LINRELIRPF.
           MOVE LINIR-SEP TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE SPACES TO LI-ROTULO
           STRING "TOTAL PAGO NO ANO (" DELIMITED BY SIZE
                  IR-QTD DELIMITED BY SIZE
                  " RECIBOS)" DELIMITED BY SIZE INTO LI-ROTULO
           MOVE IR-TOTAL TO LI-TOTAL
           MOVE LINIR-TOT TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE SPACES TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE LINIR-DEC TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE LINIR-DEC2 TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE SPACES TO LINRELIRPF
           WRITE LINRELIRPF
           MOVE LINIR-ASS TO LINRELIRPF
           WRITE LINRELIRPF.
       IRP-IMP-FIM.
           EXIT.
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
