       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP081.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * RETENCAO DE DADOS (LGPD): ANONIMIZA*
      * OS PACIENTES SEM CONSULTA HA MAIS  *
      * DE N ANOS, SEM FATURAMENTO EM      *
      * ABERTO, SEM RECURSO DE GLOSA       *
      * PENDENTE E SEM SALDO A RECEBER. O  *
      * CPF VIRA UMA CHAVE PSEUDONIMA (COM *
      * DIGITO INVALIDO, QUE NUNCA COINCIDE*
      * COM UM CPF REAL) NO CADPACI, NO    *
      * CADCONSU E NOS ARQUIVOS DO         *
      * PACIENTE; OS DADOS CLINICOS E      *
      * ESTATISTICOS FICAM. MODO SIMULACAO *
      * SO LISTA, SEM ALTERAR NADA         *
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI
                    ALTERNATE RECORD IS NOMEP WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO-CON
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADRECGLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RG-CHAVE
                    FILE STATUS  IS ST-ERRO-RG.
      *
      *-----------------------------------------------------------------
           SELECT CADRECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RB-NUMERO
                    FILE STATUS  IS ST-ERRO-RB.
      *
      *-----------------------------------------------------------------
           SELECT CADRECEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRO-REC.
      *
      *-----------------------------------------------------------------
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXM-CHAVE
                    FILE STATUS  IS ST-ERRO-EXM.
      *
      *-----------------------------------------------------------------
           SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALG-CHAVE
                    FILE STATUS  IS ST-ERRO-ALG.
      *
      *-----------------------------------------------------------------
           SELECT CADCHEGADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CG-CHAVE
                    FILE STATUS  IS ST-ERRO-CG.
      *
      *-----------------------------------------------------------------
           SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERRO-PESQ.
      *
      *-----------------------------------------------------------------
           SELECT CADSINAIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SV-CHAVE
                    FILE STATUS  IS ST-ERRO-SIN.
      *
      *-----------------------------------------------------------------
           SELECT CADREMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRO-RM
                    ALTERNATE RECORD KEY IS RM-DATA-CONS
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADSERCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SC-NUMERO
                    FILE STATUS  IS ST-ERRO-SC
                    ALTERNATE RECORD KEY IS SC-CPF
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADAUTPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERRO-AT.
      *
      *-----------------------------------------------------------------
           SELECT CADIRPF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IR-CHAVE
                    FILE STATUS  IS ST-ERRO-IR.
      *
      *-----------------------------------------------------------------
           SELECT CADPACFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CPF
                    FILE STATUS  IS ST-ERRO-PF
                    ALTERNATE RECORD KEY IS PF-NUMREG
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADSERIES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
      *
      *-----------------------------------------------------------------
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
      *
      *-----------------------------------------------------------------
           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *
      *-----------------------------------------------------------------
           SELECT RELANON ASSIGN TO DISK
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

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOMEP           PIC X(30).
                03 DATANASC.
                    05 DIA         PIC 9(02).
                    05 MES         PIC 9(02).
                    05 ANO         PIC 9(04).
                03 SEXO            PIC X(01).
                03 GENERO          PIC X(01).
                03 CONVENIO        PIC 9(04).
                03 NUMCARTEIRINHA  PIC X(15).
                03 VALIDADE-CONVENIO.
                    05 DIA-VAL     PIC 9(02).
                    05 MES-VAL     PIC 9(02).
                    05 ANO-VAL     PIC 9(04).
                03 LOGRADOURO.
                    05 ACEP        PIC 9(08).
                    05 NUMCASA     PIC 9(04).
                    05 COMPLEMENTO PIC X(10).
                03 TELEFONE.
                        07 DDD     PIC 9(02).
                        07 NUMTEL  PIC 9(09).
                03 EMAIL           PIC X(30).
                03 CONTATO-EMERGENCIA.
                    05 NOME-EMERG  PIC X(25).
                    05 PARENTESCO  PIC X(12).
                    05 DDD-EMERG   PIC 9(02).
                    05 TEL-EMERG   PIC 9(09).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 LOGRADOURO-COM.
                    05 ACEP-COM        PIC 9(08).
                    05 NUMCASA-COM     PIC 9(04).
                    05 COMPLEMENTO-COM PIC X(10).
                03 TIPO-END-PRIMARIO PIC X(01).

       FD CADCONSU
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONSU.
                03 CPFDATA.
                    05 CPF-P       PIC 9(11).
                    05 DATACONSULTA.
                        07 DIA-C   PIC 9(02).
                        07 MES-C   PIC 9(02).
                        07 ANO-C   PIC 9(04).
                    05 HORACONSULTA.
                        07 HORA-C  PIC 9(02).
                        07 MIN-C   PIC 9(02).
                03 CRM-MED         PIC 9(06).
                03 FILLER          PIC X(147).
                03 STATUS-REG      PIC X(01).
                03 FILLER          PIC X(30).
                03 QTD-PROC        PIC 9(02).
                03 PROC-TAB OCCURS 05 TIMES.
                    05 PROC-COD    PIC 9(04).
                    05 PROC-VAL    PIC 9(06)V99.
                03 STATUS-CONSU    PIC X(01).
                03 SIT-FATUR       PIC X(01).
                03 COD-GLOSA       PIC X(05).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 NUM-LOTE        PIC 9(06).
                03 COD-FILIAL      PIC 9(02).

       FD CADRECGLO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECGLO.DAT".
       01 REGRECGLO.
                03 RG-CHAVE.
                    05 RG-CPF      PIC 9(11).
                    05 RG-DATA     PIC 9(08).
                    05 RG-HORA     PIC 9(04).
                03 FILLER          PIC X(140).
                03 RG-SITUACAO     PIC X(01).
                03 FILLER          PIC X(24).

       FD CADRECIBO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
                03 RB-NUMERO       PIC 9(06).
                03 RB-CPF          PIC 9(11).
                03 RB-VALOR        PIC 9(07)V99.
                03 FILLER          PIC X(61).
                03 RB-SITUACAO     PIC X(01).

       FD CADRECEI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECEI.DAT".
       01 REGRECEI.
                03 REC-CHAVE.
                    05 REC-CPF     PIC 9(11).
                    05 FILLER      PIC X(14).
                03 FILLER          PIC X(59).

       FD CADEXAME
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
                03 EXM-CHAVE.
                    05 EXM-CPF     PIC 9(11).
                    05 FILLER      PIC X(14).
                03 FILLER          PIC X(122).

       FD CADALERG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
                03 ALG-CHAVE.
                    05 ALG-CPF     PIC 9(11).
                    05 FILLER      PIC X(02).
                03 FILLER          PIC X(49).

       FD CADCHEGADA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCHEGADA.DAT".
       01 REGCHEGADA.
                03 CG-CHAVE.
                    05 CG-CPF      PIC 9(11).
                    05 FILLER      PIC X(12).
                03 FILLER          PIC X(18).

       FD CADPESQ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPESQ.DAT".
       01 REGPESQ.
                03 PQ-CHAVE.
                    05 PQ-CPF      PIC 9(11).
                    05 FILLER      PIC X(12).
                03 FILLER          PIC X(05).
                03 PQ-COMENT       PIC X(60).
                03 FILLER          PIC X(09).

       FD CADSINAIS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSINAIS.DAT".
       01 REGSINAIS.
                03 SV-CHAVE.
                    05 SV-CPF      PIC 9(11).
                    05 FILLER      PIC X(12).
                03 FILLER          PIC X(60).

       FD CADREMARC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREMARC.DAT".
       01 REGREMARC.
                03 RM-CHAVE.
                    05 RM-CPF      PIC 9(11).
                    05 FILLER      PIC X(12).
                03 FILLER          PIC X(08).
                03 RM-DATA-CONS    PIC 9(08).
                03 FILLER          PIC X(79).

       FD CADSERCON
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERCON.DAT".
       01 REGSERCON.
                03 SC-NUMERO       PIC 9(06).
                03 SC-CPF          PIC 9(11).
                03 FILLER          PIC X(587).

       FD CADAUTPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAUTPROC.DAT".
       01 REGAUTPROC.
                03 AT-CHAVE.
                    05 AT-CPF      PIC 9(11).
                    05 FILLER      PIC X(16).
                03 FILLER          PIC X(36).

       FD CADIRPF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADIRPF.DAT".
       01 REGIRPF.
                03 IR-CHAVE.
                    05 IR-ANO      PIC 9(04).
                    05 IR-CPF      PIC 9(11).
                03 FILLER          PIC X(676).

       FD CADPACFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACFUN.DAT".
       01 REGPACFUN.
                03 PF-CPF          PIC 9(11).
                03 PF-NUMREG       PIC 9(06).
                03 FILLER          PIC X(18).

       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 LINAUDIT.
                03 AU-DATA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-HORA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERACAO     PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-CHAVE        PIC X(15).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-MOTIVO       PIC X(30).

       FD JORNAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "JORNAL.DAT".
       01 LINJORNAL.
                03 JR-DATA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-HORA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-ARQUIVO      PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-OPERACAO     PIC X(01).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-IMAGEM       PIC X(413).

       FD RELANON
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ANONIM.DAT".
       01 LINRELANON          PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-SES   PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-CON   PIC X(02) VALUE "00".
       77 ST-ERRO-RG    PIC X(02) VALUE "00".
       77 ST-ERRO-RB    PIC X(02) VALUE "00".
       77 ST-ERRO-REC   PIC X(02) VALUE "00".
       77 ST-ERRO-EXM   PIC X(02) VALUE "00".
       77 ST-ERRO-ALG   PIC X(02) VALUE "00".
       77 ST-ERRO-CG    PIC X(02) VALUE "00".
       77 ST-ERRO-PESQ  PIC X(02) VALUE "00".
       77 ST-ERRO-SIN   PIC X(02) VALUE "00".
       77 ST-ERRO-RM    PIC X(02) VALUE "00".
       77 ST-ERRO-SC    PIC X(02) VALUE "00".
       77 ST-ERRO-AT    PIC X(02) VALUE "00".
       77 ST-ERRO-IR    PIC X(02) VALUE "00".
       77 ST-ERRO-PF    PIC X(02) VALUE "00".
       77 ST-ERRO-SER   PIC X(02) VALUE "00".
       77 ST-ERRO-AUD   PIC X(02) VALUE "00".
       77 ST-ERRO-JRN   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-RG-OK       PIC 9(01) VALUE ZEROS.
       77 W-RB-OK       PIC 9(01) VALUE ZEROS.
       77 W-REC-OK      PIC 9(01) VALUE ZEROS.
       77 W-EXM-OK      PIC 9(01) VALUE ZEROS.
       77 W-ALG-OK      PIC 9(01) VALUE ZEROS.
       77 W-CG-OK       PIC 9(01) VALUE ZEROS.
       77 W-PESQ-OK     PIC 9(01) VALUE ZEROS.
       77 W-SIN-OK      PIC 9(01) VALUE ZEROS.
       77 W-RM-OK       PIC 9(01) VALUE ZEROS.
       77 W-SC-OK       PIC 9(01) VALUE ZEROS.
       77 W-AT-OK       PIC 9(01) VALUE ZEROS.
       77 W-IR-OK       PIC 9(01) VALUE ZEROS.
       77 W-PF-OK       PIC 9(01) VALUE ZEROS.
       77 W-IR-ANO      PIC 9(04) VALUE ZEROS.
       77 W-SIMULA      PIC X(01) VALUE SPACES.
       77 W-CONFIRMA    PIC X(01) VALUE SPACES.
       77 W-ANOS        PIC 9(02) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-LIMITE      PIC 9(08) VALUE ZEROS.
       77 W-ULTIMA      PIC 9(08) VALUE ZEROS.
       77 W-DATA-CON    PIC 9(08) VALUE ZEROS.
       77 W-CPF-ATUAL   PIC 9(11) VALUE ZEROS.
       77 W-ABERTO      PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       77 W-VALOR       PIC 9(07)V99 VALUE ZEROS.
       77 W-A-RECEBER   PIC S9(09)V99 VALUE ZEROS.
       77 W-PROC-IX     PIC 9(02) VALUE ZEROS.
       77 W-NUM-LIVRE   PIC 9(06) VALUE ZEROS.
       77 W-SOMA-DV     PIC 9(04) VALUE ZEROS.
       77 W-QUOC-DV     PIC 9(04) VALUE ZEROS.
       77 W-RESTO-DV    PIC 9(02) VALUE ZEROS.
       77 W-DV          PIC 9(02) VALUE ZEROS.
       77 W-CEP-QUOC    PIC 9(05) VALUE ZEROS.
       77 W-QTD-REG     PIC 9(05) VALUE ZEROS.
       77 W-TOT-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-ANON    PIC 9(06) VALUE ZEROS.
       77 W-TOT-RETIDOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-REGS    PIC 9(07) VALUE ZEROS.
       77 W-REGPACI-SAVE  PIC X(243) VALUE SPACES.
       77 W-REGCONSU-SAVE PIC X(298) VALUE SPACES.
       77 W-REG-SAVE      PIC X(691) VALUE SPACES.
      *
      *    CHAVE PSEUDONIMA: 999 + SEQUENCIAL DA SERIE "ANONIMO" +
      *    DIGITO VERIFICADOR ERRADO DE PROPOSITO
       01 W-PSEUDO          PIC 9(11) VALUE ZEROS.
       01 W-PSEUDO-D REDEFINES W-PSEUDO.
           03 W-PS-D        PIC 9(01) OCCURS 11 TIMES.
       01 W-CPF-MASC.
           03 W-CM-CPF      PIC 9(11).
           03 W-CM-D REDEFINES W-CM-CPF.
               05 W-CM-DIG  PIC 9(01) OCCURS 11 TIMES.
      *
       01 LINCAB1.
           03 FILLER          PIC X(40)
              VALUE "RETENCAO DE DADOS (LGPD) - PACIENTES SEM".
           03 FILLER          PIC X(19)
              VALUE " CONSULTA DESDE:  ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINCAB2.
           03 FILLER          PIC X(14) VALUE "EXECUCAO EM:  ".
           03 LC2-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC2-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC2-ANO         PIC 9(04).
           03 FILLER          PIC X(14) VALUE "  OPERADOR:   ".
           03 LC2-OPER        PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC2-MODO        PIC X(40).
       01 LINCAB3.
           03 FILLER          PIC X(40)
              VALUE "CPF            CHAVE NOVA   ULT.CONSULTA".
           03 FILLER          PIC X(40)
              VALUE "  REGS     SITUACAO".
       01 LINDET.
           03 LD-CPF          PIC X(14).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-PSEUDO       PIC Z(11).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LD-REGS         PIC ZZZZ9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LD-SITUACAO     PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-NOME         PIC X(18).
       01 LINTOT.
           03 LT-ROTULO       PIC X(40).
           03 LT-VALOR        PIC Z.ZZZ.ZZ9.
       01 LINASS.
           03 LA-ROTULO       PIC X(40).
           03 FILLER          PIC X(40)
              VALUE "________________________________  DATA:".
       01 W-CPF-ED.
           03 W-CE-1          PIC X(03) VALUE "***".
           03 FILLER          PIC X(01) VALUE ".".
           03 W-CE-2          PIC 9(03).
           03 FILLER          PIC X(01) VALUE ".".
           03 W-CE-3          PIC 9(03).
           03 FILLER          PIC X(01) VALUE "-".
           03 W-CE-4          PIC X(02) VALUE "**".
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ANO-001.
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER.
           IF ST-ERRO-SES = "00"
               CLOSE OPERSES
               MOVE SES-OPER TO W-OPERADOR.
           DISPLAY "RETENCAO DE DADOS E ANONIMIZACAO (LGPD)"
           DISPLAY "ANOS SEM CONSULTA PARA ANONIMIZAR (MINIMO 5): "
           ACCEPT W-ANOS
           IF W-ANOS < 5
               DISPLAY "PRAZO INVALIDO"
               GO TO ANO-001.
       ANO-002.
           DISPLAY "SIMULACAO, SEM ALTERAR NADA (S/N): "
           ACCEPT W-SIMULA
           IF W-SIMULA = "s"
               MOVE "S" TO W-SIMULA.
           IF W-SIMULA = "n"
               MOVE "N" TO W-SIMULA.
           IF W-SIMULA NOT = "S" AND W-SIMULA NOT = "N"
               DISPLAY "RESPONDA S OU N"
               GO TO ANO-002.
           IF W-SIMULA = "S"
               GO TO ANO-003.
           DISPLAY "A ANONIMIZACAO NAO PODE SER DESFEITA"
           DISPLAY "CONFIRMA (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "EXECUCAO CANCELADA"
               GO TO ROT-FIMP.
       ANO-003.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-LIMITE = W-HOJE - (W-ANOS * 10000).
      *
       ANO-OP0.
           IF W-SIMULA = "S"
               OPEN INPUT CADPACI
           ELSE
               OPEN I-O CADPACI.
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               GO TO ROT-FIM.
           IF W-SIMULA = "S"
               OPEN INPUT CADCONSU
           ELSE
               OPEN I-O CADCONSU.
           IF ST-ERRO-CON NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
               CLOSE CADPACI
               GO TO ROT-FIM.
           IF W-SIMULA = "S"
               OPEN INPUT CADRECGLO
           ELSE
               OPEN I-O CADRECGLO.
           IF ST-ERRO-RG = "00"
               MOVE 1 TO W-RG-OK.
           OPEN INPUT CADRECIBO
           IF ST-ERRO-RB = "00"
               MOVE 1 TO W-RB-OK.
           IF W-SIMULA = "S"
               GO TO ANO-OP1.
           OPEN I-O CADRECEI
           IF ST-ERRO-REC = "00"
               MOVE 1 TO W-REC-OK.
           OPEN I-O CADEXAME
           IF ST-ERRO-EXM = "00"
               MOVE 1 TO W-EXM-OK.
           OPEN I-O CADALERG
           IF ST-ERRO-ALG = "00"
               MOVE 1 TO W-ALG-OK.
           OPEN I-O CADCHEGADA
           IF ST-ERRO-CG = "00"
               MOVE 1 TO W-CG-OK.
           OPEN I-O CADPESQ
           IF ST-ERRO-PESQ = "00"
               MOVE 1 TO W-PESQ-OK.
           OPEN I-O CADSINAIS
           IF ST-ERRO-SIN = "00"
               MOVE 1 TO W-SIN-OK.
           OPEN I-O CADREMARC
           IF ST-ERRO-RM = "00"
               MOVE 1 TO W-RM-OK.
           OPEN I-O CADSERCON
           IF ST-ERRO-SC = "00"
               MOVE 1 TO W-SC-OK.
           OPEN I-O CADAUTPROC
           IF ST-ERRO-AT = "00"
               MOVE 1 TO W-AT-OK.
           OPEN I-O CADIRPF
           IF ST-ERRO-IR = "00"
               MOVE 1 TO W-IR-OK.
           OPEN I-O CADPACFUN
           IF ST-ERRO-PF = "00"
               MOVE 1 TO W-PF-OK.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
       ANO-OP1.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           OPEN OUTPUT RELANON
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ANONIM"
               GO TO ANO-FECHA.
           MOVE W-LIMITE TO W-DATA-CON
           MOVE W-DATA-CON(7:2) TO LC-DIA
           MOVE W-DATA-CON(5:2) TO LC-MES
           MOVE W-DATA-CON(1:4) TO LC-ANO
           MOVE LINCAB1 TO LINRELANON
           WRITE LINRELANON
           MOVE W-HOJE(7:2) TO LC2-DIA
           MOVE W-HOJE(5:2) TO LC2-MES
           MOVE W-HOJE(1:4) TO LC2-ANO
           MOVE W-OPERADOR  TO LC2-OPER
           IF W-SIMULA = "S"
               MOVE "SIMULACAO - NENHUM DADO FOI ALTERADO"
                                                TO LC2-MODO
           ELSE
               MOVE "EXECUCAO - DADOS ANONIMIZADOS" TO LC2-MODO.
           MOVE LINCAB2 TO LINRELANON
           WRITE LINRELANON
           MOVE SPACES TO LINRELANON
           WRITE LINRELANON
           MOVE LINCAB3 TO LINRELANON
           WRITE LINRELANON
      *
      *****************************************
      * LEITURA DOS PACIENTES EM ORDEM DE CPF. *
      * O PACIENTE ANONIMIZADO E REGRAVADO COM *
      * OUTRA CHAVE, ENTAO A LEITURA RECOMECA  *
      * DEPOIS DO CPF TRATADO                  *
      *****************************************
      *
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS THAN CPF
           IF ST-ERRO-PACI NOT = "00"
               GO TO ANO-RESUMO.
       ANO-LER.
           READ CADPACI NEXT RECORD
           IF ST-ERRO-PACI NOT = "00"
               GO TO ANO-RESUMO.
           ADD 1 TO W-TOT-LIDOS
           IF NOMEP = "PACIENTE ANONIMIZADO"
               GO TO ANO-LER.
           MOVE CPF TO W-CPF-ATUAL
           PERFORM SEL-PACIENTE THRU SEL-PACIENTE-FIM
      *    SEM CONSULTA NAO HA COMO SABER HA QUANTO TEMPO O
      *    PACIENTE ESTA NO CADASTRO: FICA
           IF W-ULTIMA = ZEROS OR W-ULTIMA NOT < W-LIMITE
               GO TO ANO-LER.
           IF W-ABERTO = 1
               ADD 1 TO W-TOT-RETIDOS
               MOVE ZEROS TO W-PSEUDO W-QTD-REG
               PERFORM ANO-LISTA THRU ANO-LISTA-FIM
               GO TO ANO-LER.
           ADD 1 TO W-TOT-ANON
           MOVE ZEROS TO W-PSEUDO W-QTD-REG
           IF W-SIMULA = "S"
               MOVE "A ANONIMIZAR" TO W-MOTIVO
               PERFORM ANO-LISTA THRU ANO-LISTA-FIM
               GO TO ANO-LER.
           MOVE REGPACI TO W-REGPACI-SAVE
           PERFORM PSE-GERA THRU PSE-GERA-FIM
           IF W-PSEUDO = ZEROS
               DISPLAY "SEM NUMERACAO PARA A CHAVE PSEUDONIMA"
               GO TO ANO-RESUMO.
           PERFORM MUD-CONSU THRU MUD-CONSU-FIM
           PERFORM MUD-RECEI THRU MUD-RECEI-FIM
           PERFORM MUD-EXAME THRU MUD-EXAME-FIM
           PERFORM MUD-ALERG THRU MUD-ALERG-FIM
           PERFORM MUD-CHEGADA THRU MUD-CHEGADA-FIM
           PERFORM MUD-PESQ THRU MUD-PESQ-FIM
           PERFORM MUD-SINAIS THRU MUD-SINAIS-FIM
           PERFORM MUD-REMARC THRU MUD-REMARC-FIM
           PERFORM MUD-SERCON THRU MUD-SERCON-FIM
           PERFORM MUD-AUTPROC THRU MUD-AUTPROC-FIM
           PERFORM MUD-IRPF THRU MUD-IRPF-FIM
           PERFORM MUD-RECGLO THRU MUD-RECGLO-FIM
           PERFORM MUD-PACFUN THRU MUD-PACFUN-FIM
           PERFORM MUD-PACI THRU MUD-PACI-FIM
           MOVE "ANONIMIZADO" TO W-MOTIVO
           PERFORM ANO-LISTA THRU ANO-LISTA-FIM
           MOVE "ANONIMIZA" TO AU-OPERACAO
           MOVE W-PSEUDO    TO AU-CHAVE
           MOVE SPACES TO AU-MOTIVO
           STRING "LGPD - SEM CONSULTA HA " W-ANOS " ANOS"
               DELIMITED BY SIZE INTO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE W-CPF-ATUAL TO CPF
           START CADPACI KEY IS GREATER THAN CPF
           IF ST-ERRO-PACI NOT = "00"
               GO TO ANO-RESUMO.
           GO TO ANO-LER.
      *
      *****************************************
      * LINHA DA LISTA: NA SIMULACAO SAI O CPF *
      * E O NOME PARA CONFERENCIA; NA EXECUCAO *
      * SO O CPF MASCARADO E A CHAVE NOVA      *
      *****************************************
      *
       ANO-LISTA.
           MOVE W-CPF-ATUAL TO W-CM-CPF
           MOVE SPACES TO LD-CPF LD-NOME
           IF W-SIMULA = "S"
               MOVE W-CPF-ATUAL TO LD-CPF
               MOVE NOMEP TO LD-NOME
           ELSE
               MOVE W-CM-CPF(4:3) TO W-CE-2
               MOVE W-CM-CPF(7:3) TO W-CE-3
               MOVE W-CPF-ED TO LD-CPF.
           MOVE W-PSEUDO TO LD-PSEUDO
           MOVE W-ULTIMA(7:2) TO LD-DIA
           MOVE W-ULTIMA(5:2) TO LD-MES
           MOVE W-ULTIMA(1:4) TO LD-ANO
           MOVE W-QTD-REG TO LD-REGS
           MOVE W-MOTIVO  TO LD-SITUACAO
           MOVE LINDET TO LINRELANON
           WRITE LINRELANON.
       ANO-LISTA-FIM.
           EXIT.
      *
      *****************************************
      * ULTIMA CONSULTA E PENDENCIAS DO        *
      * PACIENTE: FATURAMENTO ENVIADO OU       *
      * GLOSADO, RECURSO DE GLOSA PENDENTE OU  *
      * ENVIADO E SALDO PARTICULAR SEM RECIBO  *
      * (MESMA CONTA DO EXTRATO DO SMP051)     *
      *****************************************
      *
       SEL-PACIENTE.
           MOVE ZEROS TO W-ULTIMA W-ABERTO W-A-RECEBER
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS TO CPFDATA
           MOVE W-CPF-ATUAL TO CPF-P
           START CADCONSU KEY IS NOT LESS THAN CPFDATA
           IF ST-ERRO-CON NOT = "00"
               GO TO SEL-PACIENTE-FIM.
       SEL-CONSU-LER.
           READ CADCONSU NEXT RECORD
           IF ST-ERRO-CON NOT = "00"
               GO TO SEL-RECURSO.
           IF CPF-P NOT = W-CPF-ATUAL
               GO TO SEL-RECURSO.
           COMPUTE W-DATA-CON = (ANO-C * 10000) +
                   (MES-C * 100) + DIA-C
           IF W-DATA-CON > W-ULTIMA
               MOVE W-DATA-CON TO W-ULTIMA.
           IF STATUS-REG OF REGCONSU = "I"
               GO TO SEL-CONSU-LER.
           IF SIT-FATUR = "E" OR SIT-FATUR = "G"
               MOVE 1 TO W-ABERTO
               MOVE "RETIDO: FATURAMENTO EM ABERTO" TO W-MOTIVO.
           IF SIT-FATUR NOT = SPACE
               GO TO SEL-CONSU-LER.
           MOVE ZEROS TO W-VALOR
           MOVE 1 TO W-PROC-IX.
       SEL-CONSU-SOMA.
           IF W-PROC-IX NOT > QTD-PROC AND W-PROC-IX NOT > 5
               ADD PROC-VAL(W-PROC-IX) TO W-VALOR
               ADD 1 TO W-PROC-IX
               GO TO SEL-CONSU-SOMA.
           ADD W-VALOR TO W-A-RECEBER
           GO TO SEL-CONSU-LER.
      *
       SEL-RECURSO.
           IF W-ABERTO = 1 OR W-RG-OK NOT = 1
               GO TO SEL-RECEBER.
           MOVE W-CPF-ATUAL TO RG-CPF
           MOVE ZEROS TO RG-DATA RG-HORA
           START CADRECGLO KEY IS NOT LESS THAN RG-CHAVE
           IF ST-ERRO-RG NOT = "00"
               GO TO SEL-RECEBER.
       SEL-RECURSO-LER.
           READ CADRECGLO NEXT RECORD
           IF ST-ERRO-RG NOT = "00"
               GO TO SEL-RECEBER.
           IF RG-CPF NOT = W-CPF-ATUAL
               GO TO SEL-RECEBER.
           IF RG-SITUACAO = "P" OR RG-SITUACAO = "E"
               MOVE 1 TO W-ABERTO
               MOVE "RETIDO: RECURSO DE GLOSA" TO W-MOTIVO
               GO TO SEL-RECEBER.
           GO TO SEL-RECURSO-LER.
      *
      *    O CADRECIBO NAO TEM CHAVE POR CPF: SO E LIDO QUANDO HA
      *    CONSULTA PARTICULAR A COBRIR
       SEL-RECEBER.
           IF W-ABERTO = 1 OR W-A-RECEBER = ZEROS
               GO TO SEL-PACIENTE-FIM.
           IF W-RB-OK NOT = 1
               GO TO SEL-SALDO.
           MOVE ZEROS TO RB-NUMERO
           START CADRECIBO KEY IS NOT LESS THAN RB-NUMERO
           IF ST-ERRO-RB NOT = "00"
               GO TO SEL-SALDO.
       SEL-RECIBO-LER.
           READ CADRECIBO NEXT RECORD
           IF ST-ERRO-RB NOT = "00"
               GO TO SEL-SALDO.
           IF RB-CPF NOT = W-CPF-ATUAL OR RB-SITUACAO NOT = "E"
               GO TO SEL-RECIBO-LER.
           SUBTRACT RB-VALOR FROM W-A-RECEBER
           GO TO SEL-RECIBO-LER.
       SEL-SALDO.
           IF W-A-RECEBER > ZEROS
               MOVE 1 TO W-ABERTO
               MOVE "RETIDO: SALDO A RECEBER" TO W-MOTIVO.
       SEL-PACIENTE-FIM.
           EXIT.
      *
      *****************************************
      * CHAVE PSEUDONIMA: 999 + NUMERO DA      *
      * SERIE "ANONIMO" NO CADSERIES + PRIMEIRO*
      * DIGITO VERIFICADOR ERRADO (O SMP004 E  *
      * O SMP053 RECUSAM ESSE CPF, ENTAO ELE   *
      * NUNCA COINCIDE COM UM PACIENTE REAL)   *
      *****************************************
      *
       PSE-GERA.
           MOVE ZEROS TO W-PSEUDO
           PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
           IF W-NUM-LIVRE = ZEROS
               GO TO PSE-GERA-FIM.
           COMPUTE W-PSEUDO = 99900000000 + (W-NUM-LIVRE * 100)
           COMPUTE W-SOMA-DV =
               W-PS-D(1) * 10 + W-PS-D(2) * 9 + W-PS-D(3) * 8 +
               W-PS-D(4) * 7  + W-PS-D(5) * 6 + W-PS-D(6) * 5 +
               W-PS-D(7) * 4  + W-PS-D(8) * 3 + W-PS-D(9) * 2
           DIVIDE W-SOMA-DV BY 11 GIVING W-QUOC-DV
                                  REMAINDER W-RESTO-DV
           IF W-RESTO-DV < 2
               MOVE 0 TO W-DV
           ELSE
               COMPUTE W-DV = 11 - W-RESTO-DV.
           ADD 1 TO W-DV
           IF W-DV > 9
               MOVE 0 TO W-DV.
           MOVE W-DV TO W-PS-D(10)
           MOVE 0 TO W-PS-D(11).
       PSE-GERA-FIM.
           EXIT.
      *
       SER-PROXNUM.
           MOVE ZEROS TO W-NUM-LIVRE
           OPEN I-O CADSERIES
           IF ST-ERRO-SER NOT = "00"
               IF ST-ERRO-SER = "30"
                   OPEN OUTPUT CADSERIES
                   CLOSE CADSERIES
                   GO TO SER-PROXNUM
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSERIES"
                   GO TO SER-PROXNUM-FIM.
           MOVE "ANONIMO" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "ANONIMO" TO SR-SERIE
               MOVE 1 TO SR-PROXIMO
               WRITE REGSERIES.
           MOVE SR-PROXIMO TO W-NUM-LIVRE
           ADD 1 TO SR-PROXIMO
           REWRITE REGSERIES
           CLOSE CADSERIES.
       SER-PROXNUM-FIM.
           EXIT.
      *
      *****************************************
      * CONSULTAS PASSAM PARA A CHAVE NOVA     *
      * (EXCLUI A ANTIGA E GRAVA A NOVA, AS    *
      * DUAS NO JORNAL PARA O PROGR64T)        *
      *****************************************
      *
       MUD-CONSU.
           MOVE ZEROS TO CPFDATA
           MOVE W-CPF-ATUAL TO CPF-P
           START CADCONSU KEY IS NOT LESS THAN CPFDATA
           IF ST-ERRO-CON NOT = "00"
               GO TO MUD-CONSU-FIM.
       MUD-CONSU-LER.
           READ CADCONSU NEXT RECORD
           IF ST-ERRO-CON NOT = "00"
               GO TO MUD-CONSU-FIM.
           IF CPF-P NOT = W-CPF-ATUAL
               GO TO MUD-CONSU-FIM.
           MOVE REGCONSU TO W-REGCONSU-SAVE
           DELETE CADCONSU RECORD
           IF ST-ERRO-CON NOT = "00"
               DISPLAY "ERRO NA EXCLUSAO DO CADCONSU " CPFDATA
               GO TO MUD-CONSU-FIM.
           MOVE "E" TO JR-OPERACAO
           PERFORM JRN-CONSU THRU JRN-CONSU-FIM
           MOVE W-PSEUDO TO CPF-P
           WRITE REGCONSU
           IF ST-ERRO-CON NOT = "00" AND ST-ERRO-CON NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO CADCONSU " CPFDATA
           ELSE
               MOVE "W" TO JR-OPERACAO
               PERFORM JRN-CONSU THRU JRN-CONSU-FIM
               ADD 1 TO W-QTD-REG.
           MOVE W-REGCONSU-SAVE TO REGCONSU
           START CADCONSU KEY IS GREATER THAN CPFDATA
           IF ST-ERRO-CON NOT = "00"
               GO TO MUD-CONSU-FIM.
           GO TO MUD-CONSU-LER.
       MUD-CONSU-FIM.
           EXIT.
      *
      *****************************************
      * RECEITAS, EXAMES, ALERGIAS, CHEGADAS,  *
      * PESQUISAS, SINAIS VITAIS, REMARCACOES, *
      * SERIES, AUTORIZACOES, DECLARACOES DE   *
      * IRPF, RECURSOS DE GLOSA E VINCULO COM  *
      * FUNCIONARIO: MESMA TROCA DE CHAVE      *
      *****************************************
      *
       MUD-RECEI.
           IF W-REC-OK NOT = 1
               GO TO MUD-RECEI-FIM.
           MOVE LOW-VALUES TO REC-CHAVE
           MOVE W-CPF-ATUAL TO REC-CPF
           START CADRECEI KEY IS NOT LESS THAN REC-CHAVE
           IF ST-ERRO-REC NOT = "00"
               GO TO MUD-RECEI-FIM.
       MUD-RECEI-LER.
           READ CADRECEI NEXT RECORD
           IF ST-ERRO-REC NOT = "00"
               GO TO MUD-RECEI-FIM.
           IF REC-CPF NOT = W-CPF-ATUAL
               GO TO MUD-RECEI-FIM.
           MOVE REGRECEI TO W-REG-SAVE
           DELETE CADRECEI RECORD
           MOVE W-PSEUDO TO REC-CPF
           WRITE REGRECEI
           IF ST-ERRO-REC = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGRECEI
           START CADRECEI KEY IS GREATER THAN REC-CHAVE
           IF ST-ERRO-REC NOT = "00"
               GO TO MUD-RECEI-FIM.
           GO TO MUD-RECEI-LER.
       MUD-RECEI-FIM.
           EXIT.
      *
       MUD-EXAME.
           IF W-EXM-OK NOT = 1
               GO TO MUD-EXAME-FIM.
           MOVE LOW-VALUES TO EXM-CHAVE
           MOVE W-CPF-ATUAL TO EXM-CPF
           START CADEXAME KEY IS NOT LESS THAN EXM-CHAVE
           IF ST-ERRO-EXM NOT = "00"
               GO TO MUD-EXAME-FIM.
       MUD-EXAME-LER.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO-EXM NOT = "00"
               GO TO MUD-EXAME-FIM.
           IF EXM-CPF NOT = W-CPF-ATUAL
               GO TO MUD-EXAME-FIM.
           MOVE REGEXAME TO W-REG-SAVE
           DELETE CADEXAME RECORD
           MOVE W-PSEUDO TO EXM-CPF
           WRITE REGEXAME
           IF ST-ERRO-EXM = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGEXAME
           START CADEXAME KEY IS GREATER THAN EXM-CHAVE
           IF ST-ERRO-EXM NOT = "00"
               GO TO MUD-EXAME-FIM.
           GO TO MUD-EXAME-LER.
       MUD-EXAME-FIM.
           EXIT.
      *
       MUD-ALERG.
           IF W-ALG-OK NOT = 1
               GO TO MUD-ALERG-FIM.
           MOVE LOW-VALUES TO ALG-CHAVE
           MOVE W-CPF-ATUAL TO ALG-CPF
           START CADALERG KEY IS NOT LESS THAN ALG-CHAVE
           IF ST-ERRO-ALG NOT = "00"
               GO TO MUD-ALERG-FIM.
       MUD-ALERG-LER.
           READ CADALERG NEXT RECORD
           IF ST-ERRO-ALG NOT = "00"
               GO TO MUD-ALERG-FIM.
           IF ALG-CPF NOT = W-CPF-ATUAL
               GO TO MUD-ALERG-FIM.
           MOVE REGALERG TO W-REG-SAVE
           DELETE CADALERG RECORD
           MOVE W-PSEUDO TO ALG-CPF
           WRITE REGALERG
           IF ST-ERRO-ALG = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGALERG
           START CADALERG KEY IS GREATER THAN ALG-CHAVE
           IF ST-ERRO-ALG NOT = "00"
               GO TO MUD-ALERG-FIM.
           GO TO MUD-ALERG-LER.
       MUD-ALERG-FIM.
           EXIT.
      *
       MUD-CHEGADA.
           IF W-CG-OK NOT = 1
               GO TO MUD-CHEGADA-FIM.
           MOVE LOW-VALUES TO CG-CHAVE
           MOVE W-CPF-ATUAL TO CG-CPF
           START CADCHEGADA KEY IS NOT LESS THAN CG-CHAVE
           IF ST-ERRO-CG NOT = "00"
               GO TO MUD-CHEGADA-FIM.
       MUD-CHEGADA-LER.
           READ CADCHEGADA NEXT RECORD
           IF ST-ERRO-CG NOT = "00"
               GO TO MUD-CHEGADA-FIM.
           IF CG-CPF NOT = W-CPF-ATUAL
               GO TO MUD-CHEGADA-FIM.
           MOVE REGCHEGADA TO W-REG-SAVE
           DELETE CADCHEGADA RECORD
           MOVE W-PSEUDO TO CG-CPF
           WRITE REGCHEGADA
           IF ST-ERRO-CG = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGCHEGADA
           START CADCHEGADA KEY IS GREATER THAN CG-CHAVE
           IF ST-ERRO-CG NOT = "00"
               GO TO MUD-CHEGADA-FIM.
           GO TO MUD-CHEGADA-LER.
       MUD-CHEGADA-FIM.
           EXIT.
      *
      *    NA PESQUISA DE SATISFACAO FICAM AS NOTAS; O COMENTARIO
      *    LIVRE PODE IDENTIFICAR O PACIENTE E E APAGADO
       MUD-PESQ.
           IF W-PESQ-OK NOT = 1
               GO TO MUD-PESQ-FIM.
           MOVE LOW-VALUES TO PQ-CHAVE
           MOVE W-CPF-ATUAL TO PQ-CPF
           START CADPESQ KEY IS NOT LESS THAN PQ-CHAVE
           IF ST-ERRO-PESQ NOT = "00"
               GO TO MUD-PESQ-FIM.
       MUD-PESQ-LER.
           READ CADPESQ NEXT RECORD
           IF ST-ERRO-PESQ NOT = "00"
               GO TO MUD-PESQ-FIM.
           IF PQ-CPF NOT = W-CPF-ATUAL
               GO TO MUD-PESQ-FIM.
           MOVE REGPESQ TO W-REG-SAVE
           DELETE CADPESQ RECORD
           MOVE W-PSEUDO TO PQ-CPF
           MOVE SPACES TO PQ-COMENT
           WRITE REGPESQ
           IF ST-ERRO-PESQ = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGPESQ
           START CADPESQ KEY IS GREATER THAN PQ-CHAVE
           IF ST-ERRO-PESQ NOT = "00"
               GO TO MUD-PESQ-FIM.
           GO TO MUD-PESQ-LER.
       MUD-PESQ-FIM.
           EXIT.
      *
       MUD-SINAIS.
           IF W-SIN-OK NOT = 1
               GO TO MUD-SINAIS-FIM.
           MOVE LOW-VALUES TO SV-CHAVE
           MOVE W-CPF-ATUAL TO SV-CPF
           START CADSINAIS KEY IS NOT LESS THAN SV-CHAVE
           IF ST-ERRO-SIN NOT = "00"
               GO TO MUD-SINAIS-FIM.
       MUD-SINAIS-LER.
           READ CADSINAIS NEXT RECORD
           IF ST-ERRO-SIN NOT = "00"
               GO TO MUD-SINAIS-FIM.
           IF SV-CPF NOT = W-CPF-ATUAL
               GO TO MUD-SINAIS-FIM.
           MOVE REGSINAIS TO W-REG-SAVE
           DELETE CADSINAIS RECORD
           MOVE W-PSEUDO TO SV-CPF
           WRITE REGSINAIS
           IF ST-ERRO-SIN = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGSINAIS
           START CADSINAIS KEY IS GREATER THAN SV-CHAVE
           IF ST-ERRO-SIN NOT = "00"
               GO TO MUD-SINAIS-FIM.
           GO TO MUD-SINAIS-LER.
       MUD-SINAIS-FIM.
           EXIT.
      *
       MUD-REMARC.
           IF W-RM-OK NOT = 1
               GO TO MUD-REMARC-FIM.
           MOVE LOW-VALUES TO RM-CHAVE
           MOVE W-CPF-ATUAL TO RM-CPF
           START CADREMARC KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RM NOT = "00"
               GO TO MUD-REMARC-FIM.
       MUD-REMARC-LER.
           READ CADREMARC NEXT RECORD
           IF ST-ERRO-RM NOT = "00"
               GO TO MUD-REMARC-FIM.
           IF RM-CPF NOT = W-CPF-ATUAL
               GO TO MUD-REMARC-FIM.
           MOVE REGREMARC TO W-REG-SAVE
           DELETE CADREMARC RECORD
           MOVE W-PSEUDO TO RM-CPF
           WRITE REGREMARC
           IF ST-ERRO-RM = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGREMARC
           START CADREMARC KEY IS GREATER THAN RM-CHAVE
           IF ST-ERRO-RM NOT = "00"
               GO TO MUD-REMARC-FIM.
           GO TO MUD-REMARC-LER.
       MUD-REMARC-FIM.
           EXIT.
      *
      *    A SERIE DE SESSOES TEM CHAVE PROPRIA; TROCA SO O CPF,
      *    QUE E CHAVE ALTERNATIVA
       MUD-SERCON.
           IF W-SC-OK NOT = 1
               GO TO MUD-SERCON-FIM.
       MUD-SERCON-LER.
           MOVE W-CPF-ATUAL TO SC-CPF
           START CADSERCON KEY IS NOT LESS THAN SC-CPF
           IF ST-ERRO-SC NOT = "00"
               GO TO MUD-SERCON-FIM.
           READ CADSERCON NEXT RECORD
           IF ST-ERRO-SC NOT = "00"
               GO TO MUD-SERCON-FIM.
           IF SC-CPF NOT = W-CPF-ATUAL
               GO TO MUD-SERCON-FIM.
           MOVE W-PSEUDO TO SC-CPF
           REWRITE REGSERCON
           IF ST-ERRO-SC NOT = "00" AND ST-ERRO-SC NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO CADSERCON " SC-NUMERO
               GO TO MUD-SERCON-FIM.
           ADD 1 TO W-QTD-REG
           GO TO MUD-SERCON-LER.
       MUD-SERCON-FIM.
           EXIT.
      *
       MUD-AUTPROC.
           IF W-AT-OK NOT = 1
               GO TO MUD-AUTPROC-FIM.
           MOVE LOW-VALUES TO AT-CHAVE
           MOVE W-CPF-ATUAL TO AT-CPF
           START CADAUTPROC KEY IS NOT LESS THAN AT-CHAVE
           IF ST-ERRO-AT NOT = "00"
               GO TO MUD-AUTPROC-FIM.
       MUD-AUTPROC-LER.
           READ CADAUTPROC NEXT RECORD
           IF ST-ERRO-AT NOT = "00"
               GO TO MUD-AUTPROC-FIM.
           IF AT-CPF NOT = W-CPF-ATUAL
               GO TO MUD-AUTPROC-FIM.
           MOVE REGAUTPROC TO W-REG-SAVE
           DELETE CADAUTPROC RECORD
           MOVE W-PSEUDO TO AT-CPF
           WRITE REGAUTPROC
           IF ST-ERRO-AT = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGAUTPROC
           START CADAUTPROC KEY IS GREATER THAN AT-CHAVE
           IF ST-ERRO-AT NOT = "00"
               GO TO MUD-AUTPROC-FIM.
           GO TO MUD-AUTPROC-LER.
       MUD-AUTPROC-FIM.
           EXIT.
      *
      *    A DECLARACAO DE IRPF TEM O ANO NA FRENTE DO CPF: LE O
      *    PACIENTE DIRETO EM CADA ANO DO ARQUIVO
       MUD-IRPF.
           IF W-IR-OK NOT = 1
               GO TO MUD-IRPF-FIM.
           MOVE ZEROS TO W-IR-ANO.
       MUD-IRPF-ANO.
           MOVE W-IR-ANO    TO IR-ANO
           MOVE 99999999999 TO IR-CPF
           START CADIRPF KEY IS GREATER THAN IR-CHAVE
           IF ST-ERRO-IR NOT = "00"
               GO TO MUD-IRPF-FIM.
           READ CADIRPF NEXT RECORD
           IF ST-ERRO-IR NOT = "00"
               GO TO MUD-IRPF-FIM.
           MOVE IR-ANO      TO W-IR-ANO
           MOVE W-CPF-ATUAL TO IR-CPF
           READ CADIRPF
           IF ST-ERRO-IR NOT = "00"
               GO TO MUD-IRPF-ANO.
           MOVE REGIRPF TO W-REG-SAVE
           DELETE CADIRPF RECORD
           MOVE W-PSEUDO TO IR-CPF
           WRITE REGIRPF
           IF ST-ERRO-IR = "00"
               ADD 1 TO W-QTD-REG.
           GO TO MUD-IRPF-ANO.
       MUD-IRPF-FIM.
           EXIT.
      *
       MUD-RECGLO.
           IF W-RG-OK NOT = 1
               GO TO MUD-RECGLO-FIM.
           MOVE LOW-VALUES TO RG-CHAVE
           MOVE W-CPF-ATUAL TO RG-CPF
           START CADRECGLO KEY IS NOT LESS THAN RG-CHAVE
           IF ST-ERRO-RG NOT = "00"
               GO TO MUD-RECGLO-FIM.
       MUD-RECGLO-LER.
           READ CADRECGLO NEXT RECORD
           IF ST-ERRO-RG NOT = "00"
               GO TO MUD-RECGLO-FIM.
           IF RG-CPF NOT = W-CPF-ATUAL
               GO TO MUD-RECGLO-FIM.
           MOVE REGRECGLO TO W-REG-SAVE
           DELETE CADRECGLO RECORD
           MOVE W-PSEUDO TO RG-CPF
           WRITE REGRECGLO
           IF ST-ERRO-RG = "00"
               ADD 1 TO W-QTD-REG.
           MOVE W-REG-SAVE TO REGRECGLO
           START CADRECGLO KEY IS GREATER THAN RG-CHAVE
           IF ST-ERRO-RG NOT = "00"
               GO TO MUD-RECGLO-FIM.
           GO TO MUD-RECGLO-LER.
       MUD-RECGLO-FIM.
           EXIT.
      *
       MUD-PACFUN.
           IF W-PF-OK NOT = 1
               GO TO MUD-PACFUN-FIM.
           MOVE W-CPF-ATUAL TO PF-CPF
           READ CADPACFUN
           IF ST-ERRO-PF NOT = "00"
               GO TO MUD-PACFUN-FIM.
           DELETE CADPACFUN RECORD
           MOVE W-PSEUDO TO PF-CPF
           WRITE REGPACFUN
           IF ST-ERRO-PF = "00"
               ADD 1 TO W-QTD-REG.
       MUD-PACFUN-FIM.
           EXIT.
      *
      *****************************************
      * CADASTRO DO PACIENTE: FICAM SEXO,      *
      * GENERO, CONVENIO, ANO DE NASCIMENTO E  *
      * A REGIAO DO CEP (5 DIGITOS), USADOS    *
      * NAS ESTATISTICAS; O RESTO E APAGADO    *
      *****************************************
      *
       MUD-PACI.
           MOVE W-REGPACI-SAVE TO REGPACI
           DELETE CADPACI RECORD
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA EXCLUSAO DO CADPACI"
               GO TO MUD-PACI-FIM.
           MOVE "E" TO JR-OPERACAO
           PERFORM JRN-PACI THRU JRN-PACI-FIM
           MOVE W-PSEUDO TO CPF
           MOVE "PACIENTE ANONIMIZADO" TO NOMEP
           MOVE 01 TO DIA
           MOVE 07 TO MES
           MOVE SPACES TO NUMCARTEIRINHA COMPLEMENTO EMAIL
                          NOME-EMERG PARENTESCO COMPLEMENTO-COM
           MOVE ZEROS TO VALIDADE-CONVENIO NUMCASA DDD NUMTEL
                         DDD-EMERG TEL-EMERG NUMCASA-COM
           DIVIDE ACEP BY 1000 GIVING W-CEP-QUOC
           COMPUTE ACEP = W-CEP-QUOC * 1000
           DIVIDE ACEP-COM BY 1000 GIVING W-CEP-QUOC
           COMPUTE ACEP-COM = W-CEP-QUOC * 1000
           MOVE "I" TO STATUS-REG OF REGPACI
           MOVE SPACES TO MOTIVO-EXCLUSAO OF REGPACI
           STRING "ANONIMIZADO LGPD EM " W-HOJE
               DELIMITED BY SIZE INTO MOTIVO-EXCLUSAO OF REGPACI
           WRITE REGPACI
           IF ST-ERRO-PACI NOT = "00" AND ST-ERRO-PACI NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO CADPACI " CPF
               GO TO MUD-PACI-FIM.
           MOVE "W" TO JR-OPERACAO
           PERFORM JRN-PACI THRU JRN-PACI-FIM
           ADD 1 TO W-QTD-REG
           ADD W-QTD-REG TO W-TOT-REGS.
       MUD-PACI-FIM.
           EXIT.
      *
      *****************************************
      * TOTAIS E ASSINATURAS DA LISTA          *
      *****************************************
      *
       ANO-RESUMO.
           MOVE SPACES TO LINRELANON
           WRITE LINRELANON
           MOVE "PACIENTES LIDOS" TO LT-ROTULO
           MOVE W-TOT-LIDOS TO LT-VALOR
           MOVE LINTOT TO LINRELANON
           WRITE LINRELANON
           IF W-SIMULA = "S"
               MOVE "PACIENTES A ANONIMIZAR" TO LT-ROTULO
           ELSE
               MOVE "PACIENTES ANONIMIZADOS" TO LT-ROTULO.
           MOVE W-TOT-ANON TO LT-VALOR
           MOVE LINTOT TO LINRELANON
           WRITE LINRELANON
           MOVE "RETIDOS POR PENDENCIA" TO LT-ROTULO
           MOVE W-TOT-RETIDOS TO LT-VALOR
           MOVE LINTOT TO LINRELANON
           WRITE LINRELANON
           MOVE "REGISTROS COM CHAVE TROCADA" TO LT-ROTULO
           MOVE W-TOT-REGS TO LT-VALOR
           MOVE LINTOT TO LINRELANON
           WRITE LINRELANON
           MOVE SPACES TO LINRELANON
           WRITE LINRELANON
           MOVE "RESPONSAVEL PELA EXECUCAO:" TO LA-ROTULO
           MOVE LINASS TO LINRELANON
           WRITE LINRELANON
           MOVE SPACES TO LINRELANON
           WRITE LINRELANON
           MOVE "ENCARREGADO DE DADOS (DPO):" TO LA-ROTULO
           MOVE LINASS TO LINRELANON
           WRITE LINRELANON
           IF W-SIMULA = "S"
               MOVE "SIMULA" TO AU-OPERACAO
           ELSE
               MOVE "ANONIM-FIM" TO AU-OPERACAO.
           MOVE W-TOT-ANON TO AU-CHAVE
           MOVE SPACES TO AU-MOTIVO
           STRING "LGPD - SEM CONSULTA HA " W-ANOS " ANOS"
               DELIMITED BY SIZE INTO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           CLOSE RELANON
           DISPLAY "LISTA GRAVADA EM ANONIM.DAT"
           DISPLAY "PACIENTES LIDOS....: " W-TOT-LIDOS
           DISPLAY "ANONIMIZADOS.......: " W-TOT-ANON
           DISPLAY "RETIDOS............: " W-TOT-RETIDOS.
       ANO-FECHA.
           CLOSE CADPACI CADCONSU AUDITLOG
           IF W-RG-OK = 1
               CLOSE CADRECGLO.
           IF W-RB-OK = 1
               CLOSE CADRECIBO.
           IF W-SIMULA = "S"
               GO TO ROT-FIMP.
           CLOSE JORNAL
           IF W-REC-OK = 1
               CLOSE CADRECEI.
           IF W-EXM-OK = 1
               CLOSE CADEXAME.
           IF W-ALG-OK = 1
               CLOSE CADALERG.
           IF W-CG-OK = 1
               CLOSE CADCHEGADA.
           IF W-PESQ-OK = 1
               CLOSE CADPESQ.
           IF W-SIN-OK = 1
               CLOSE CADSINAIS.
           IF W-RM-OK = 1
               CLOSE CADREMARC.
           IF W-SC-OK = 1
               CLOSE CADSERCON.
           IF W-AT-OK = 1
               CLOSE CADAUTPROC.
           IF W-IR-OK = 1
               CLOSE CADIRPF.
           IF W-PF-OK = 1
               CLOSE CADPACFUN.
           GO TO ROT-FIMP.
      *
      **************************
      * ROTINA DE AUDITORIA    *
      **************************
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "SMP081" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      **************************************
      * JORNAL DE ATUALIZACOES (IMAGEM DO  *
      * REGISTRO, PARA A RECUPERACAO DO    *
      * PROGR64T; "E" = EXCLUSAO)          *
      **************************************
      *
       JRN-CONSU.
           ACCEPT JR-DATA FROM DATE YYYYMMDD
           ACCEPT JR-HORA FROM TIME
           MOVE "SMP081" TO JR-PROGRAMA
           MOVE W-OPERADOR TO JR-OPERADOR
           MOVE "CADCONSU" TO JR-ARQUIVO
           MOVE SPACES TO JR-IMAGEM
           MOVE REGCONSU TO JR-IMAGEM
           WRITE LINJORNAL.
       JRN-CONSU-FIM.
           EXIT.
      *
       JRN-PACI.
           ACCEPT JR-DATA FROM DATE YYYYMMDD
           ACCEPT JR-HORA FROM TIME
           MOVE "SMP081" TO JR-PROGRAMA
           MOVE W-OPERADOR TO JR-OPERADOR
           MOVE "CADPACI" TO JR-ARQUIVO
           MOVE SPACES TO JR-IMAGEM
           MOVE REGPACI TO JR-IMAGEM
           WRITE LINJORNAL.
       JRN-PACI-FIM.
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
