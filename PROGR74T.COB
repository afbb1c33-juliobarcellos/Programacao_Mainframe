       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR74T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * DECLARACAO ANUAL DE QUITACAO DAS   *
      * MENSALIDADES DO ANO CIVIL, POR RA, *
      * AO RESPONSAVEL, NUMERADA E COM     *
      * REGISTRO (CADQUITA) PARA SEGUNDA   *
      * VIA; ALUNOS COM DEBITO EM ABERTO   *
      * VAO PARA A LISTA DE EXCECOES       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO-MEN.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *
      *-----------------------------------------------------------------
           SELECT CADQUITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QT-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS QT-ALUANO
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
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT RELQUITA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
           SELECT RELEXCEC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-EXC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMENSAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMENSAL.DAT".
       01 REGMENSAL.
                03 MN-CHAVE.
                    05 MN-RA       PIC 9(06).
                    05 MN-ANO      PIC 9(04).
                    05 MN-MES      PIC 9(02).
                03 MN-CURSO        PIC 9(02).
                03 MN-TURMA        PIC X(05).
                03 MN-VALOR        PIC 9(06)V99.
                03 MN-SITUACAO     PIC X(01).
                03 MN-DATA-PGTO    PIC 9(08).
                03 MN-VALOR-PAGO   PIC 9(06)V99.
                03 MN-VALOR-BRUTO  PIC 9(06)V99.
                03 MN-NOSSONUM     PIC 9(10).
                03 MN-ORIGEM       PIC X(01).

       FD CADALUNO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 RA              PIC 9(06).
                03 NOME-A          PIC X(30).
                03 CPF             PIC 9(11).
                03 RG              PIC X(12).
                03 DATANASCIMENTO.
                    05 DIA         PIC 9(02).
                    05 MES         PIC 9(02).
                    05 ANO         PIC 9(04).
                03 NATURAL         PIC X(20).
                03 NACIONALIDADE   PIC X(20).
                03 ENDERECO.
                    05 LOGRADOURO  PIC X(30).
                    05 NUMERO      PIC 9(05).
                    05 COMPLEMENTO PIC X(20).
                    05 BAIRRO      PIC X(20).
                    05 CIDADE      PIC X(25).
                    05 ESTADO      PIC X(02).
                    05 CEP         PIC 9(08).
                03 EMAIL           PIC X(30).
                03 TELEFONE.
                    05 DDD         PIC 9(02).
                    05 NUMEROT     PIC 9(09).
                03 STATUS-REG-A    PIC X(01).
                03 MOTIVO-EXCL-A   PIC X(30).
                03 RESPONSAVEL.
                    05 NOME-RESP     PIC X(30).
                    05 CPF-RESP      PIC 9(11).
                    05 TELEFONE-RESP.
                       07 DDD-RESP     PIC 9(02).
                       07 NUMEROT-RESP PIC 9(09).

       FD CADQUITA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADQUITA.DAT".
       01 REGQUITA.
                03 QT-NUMERO       PIC 9(06).
                03 QT-ALUANO.
                    05 QT-RA       PIC 9(06).
                    05 QT-ANO      PIC 9(04).
                03 QT-DATA         PIC 9(08).
                03 QT-OPERADOR     PIC X(08).
                03 QT-AUTENT       PIC 9(08).
                03 QT-NOME-RESP    PIC X(30).
                03 QT-CPF-RESP     PIC 9(11).
                03 QT-PARCELAS     PIC 9(03).
                03 QT-RENEG        PIC 9(03).
                03 QT-TOTAL-PAGO   PIC 9(07)V99.

       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD RELQUITA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "QUITACAO.DAT".
       01 LINRELQUI           PIC X(80).

       FD RELEXCEC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "QUITEXC.DAT".
       01 LINRELEXC           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-MEN  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 ST-ERRO-EXC  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ANO-REF    PIC 9(04) VALUE ZEROS.
       77 W-RA-ATU     PIC 9(06) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-NUM-CON    PIC 9(06) VALUE ZEROS.
       77 W-HOJE8      PIC 9(08) VALUE ZEROS.
       77 W-AUT-CALC   PIC 9(12) VALUE ZEROS.
       77 W-AUT-DIV    PIC 9(06) VALUE ZEROS.
       77 W-AUT-RESTO  PIC 9(08) VALUE ZEROS.
       77 W-SEGUNDA    PIC 9(01) VALUE ZEROS.
      *    APURACAO DO RA CORRENTE
       77 W-QT-ANO     PIC 9(03) VALUE ZEROS.
       77 W-QT-ABERTO  PIC 9(03) VALUE ZEROS.
       77 W-QT-RENEG   PIC 9(03) VALUE ZEROS.
       77 W-QT-GABERTO PIC 9(03) VALUE ZEROS.
       77 W-VAL-PAGO   PIC 9(07)V99 VALUE ZEROS.
       77 W-VAL-ABERTO PIC 9(07)V99 VALUE ZEROS.
      *    TOTAIS DO PROCESSAMENTO
       77 W-TOT-EMIT   PIC 9(05) VALUE ZEROS.
       77 W-TOT-JA     PIC 9(05) VALUE ZEROS.
       77 W-TOT-EXC    PIC 9(05) VALUE ZEROS.

       01 LINQUI-SEP.
           03 FILLER          PIC X(60) VALUE ALL "-".
       01 LINQUI-TIT.
           03 FILLER          PIC X(34)
              VALUE "DECLARACAO ANUAL DE QUITACAO Nr. ".
           03 LQ-NUMERO       PIC 9(06).
           03 LQ-VIA          PIC X(16).
       01 LINQUI-DEST.
           03 FILLER          PIC X(08) VALUE "AO SR(A)".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LQ-RESP         PIC X(30).
           03 FILLER          PIC X(06) VALUE " CPF ".
           03 LQ-CPF          PIC 9(11).
       01 LINQUI-END.
           03 LQ-LOGRA        PIC X(30).
           03 FILLER          PIC X(02) VALUE ", ".
           03 LQ-NUMEND       PIC 9(05).
           03 FILLER          PIC X(03) VALUE " - ".
           03 LQ-CIDADE       PIC X(25).
       01 LINQUI-TXT1.
           03 FILLER          PIC X(44)
              VALUE "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, ".
           03 FILLER          PIC X(24) VALUE "QUE ESTAO QUITADAS AS".
       01 LINQUI-TXT2.
           03 FILLER          PIC X(28)
              VALUE "MENSALIDADES DO ANO DE ".
           03 LQ-ANO          PIC 9(04).
           03 FILLER          PIC X(20) VALUE " REFERENTES AO(A)".
       01 LINQUI-TXT3.
           03 FILLER          PIC X(07) VALUE "ALUNO ".
           03 LQ-ALUNO        PIC X(30).
           03 FILLER          PIC X(04) VALUE " RA ".
           03 LQ-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE ".".
       01 LINQUI-TXT4.
           03 FILLER          PIC X(12) VALUE "PARCELAS: ".
           03 LQ-PARCELAS     PIC ZZ9.
           03 FILLER          PIC X(26)
              VALUE "  RENEGOCIADAS E PAGAS: ".
           03 LQ-RENEG        PIC ZZ9.
       01 LINQUI-TXT5.
           03 FILLER          PIC X(20) VALUE "TOTAL PAGO NO ANO: ".
           03 LQ-TOTAL        PIC Z.ZZZ.ZZ9,99.
       01 LINQUI-AUT.
           03 FILLER          PIC X(25)
              VALUE "CODIGO DE AUTENTICIDADE: ".
           03 LQ-AUTENT       PIC 9(08).
       01 LINQUI-DATA.
           03 FILLER          PIC X(06) VALUE "DATA: ".
           03 LQ-DATA         PIC 9(08).
           03 FILLER          PIC X(12) VALUE "  OPERADOR: ".
           03 LQ-OPER         PIC X(08).

       01 LINEXC-CAB1.
           03 FILLER          PIC X(42)
              VALUE "QUITACAO ANUAL - ALUNOS COM DEBITO DO ANO ".
           03 LE-ANO-CAB      PIC 9(04).
       01 LINEXC-CAB2.
           03 FILLER          PIC X(40)
              VALUE "RA     NOME                          PAR".
           03 FILLER          PIC X(30)
              VALUE "C.AB  RENEG.AB   VALOR ABERTO".
       01 LINEXC-DET.
           03 LE-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-NOME         PIC X(30).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LE-ABERTO       PIC ZZ9.
           03 FILLER          PIC X(06) VALUE SPACES.
           03 LE-GABERTO      PIC ZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LE-VALOR        PIC Z.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       QUI-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER TO W-OPERADOR
               CLOSE OPERSES.
       QUI-OP1.
           OPEN I-O CADQUITA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADQUITA
                   CLOSE CADQUITA
                   DISPLAY "* ARQUIVO CADQUITA SENDO CRIADO *"
                   GO TO QUI-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADQUITA"
                   GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
               CLOSE CADQUITA
               GO TO ROT-FIM.
           OPEN EXTEND RELQUITA
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELQUITA.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       QUI-MENU.
           DISPLAY " "
           DISPLAY "DECLARACAO ANUAL DE QUITACAO"
           DISPLAY "OPCAO (E=EMITIR DO ANO  S=SEGUNDA VIA  F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO QUI-FIM.
           IF W-OPCAO = "E" OR "e"
               GO TO EMI-001.
           IF W-OPCAO = "S" OR "s"
               GO TO VIA-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO QUI-MENU.
      *
      *****************************************
      * EMISSAO DO ANO: PERCORRE O CADMENSAL   *
      * POR RA E APURA AS PARCELAS DO ANO      *
      *****************************************
      *
       EMI-001.
           DISPLAY "ANO CIVIL DAS MENSALIDADES (AAAA): "
           ACCEPT W-ANO-REF
           IF W-ANO-REF = ZEROS
               GO TO QUI-MENU.
           IF W-ANO-REF NOT < W-HOJE8 / 10000
               DISPLAY "*** SO ANOS JA ENCERRADOS ***"
               GO TO EMI-001.
           OPEN INPUT CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENSAL"
               GO TO QUI-MENU.
           OPEN OUTPUT RELEXCEC
           MOVE W-ANO-REF TO LE-ANO-CAB
           MOVE LINEXC-CAB1 TO LINRELEXC
           WRITE LINRELEXC
           MOVE LINEXC-CAB2 TO LINRELEXC
           WRITE LINRELEXC
           MOVE ZEROS TO W-TOT-EMIT W-TOT-JA W-TOT-EXC W-RA-ATU
           PERFORM APU-ZERA THRU APU-ZERA-FIM
           MOVE ZEROS TO MN-CHAVE
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
               GO TO EMI-FIM.
       EMI-LER.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
               PERFORM APU-AVALIA THRU APU-AVALIA-FIM
               GO TO EMI-FIM.
           IF MN-RA NOT = W-RA-ATU
               PERFORM APU-AVALIA THRU APU-AVALIA-FIM
               PERFORM APU-ZERA THRU APU-ZERA-FIM
               MOVE MN-RA TO W-RA-ATU.
           IF MN-ANO < W-ANO-REF
               GO TO EMI-LER.
           IF MN-ANO > W-ANO-REF
               GO TO EMI-POSTERIOR.
      *    PARCELA DO ANO: PAGA, RENEGOCIADA OU EM ABERTO (SEM
      *    VALOR A PAGAR, COMO BOLSA INTEGRAL, NAO E DEBITO)
           ADD 1 TO W-QT-ANO
           IF MN-SITUACAO = "P"
               ADD MN-VALOR-PAGO TO W-VAL-PAGO
               GO TO EMI-LER.
           IF MN-SITUACAO = "R"
               ADD 1 TO W-QT-RENEG
               GO TO EMI-LER.
           IF MN-VALOR = ZEROS
               GO TO EMI-LER.
           ADD 1 TO W-QT-ABERTO
           ADD MN-VALOR TO W-VAL-ABERTO
           GO TO EMI-LER.
      *
      *    A RENEGOCIACAO (PROGR45T) GERA AS NOVAS PARCELAS (ORIGEM
      *    G) NOS MESES SEGUINTES: SO ESTA QUITADA SE TODAS FORAM
      *    PAGAS
       EMI-POSTERIOR.
           IF W-QT-RENEG = ZEROS
               GO TO EMI-LER.
           IF MN-ORIGEM = "G" AND MN-SITUACAO = "A"
               ADD 1 TO W-QT-GABERTO
               ADD MN-VALOR TO W-VAL-ABERTO.
           GO TO EMI-LER.
       EMI-FIM.
           MOVE "00" TO ST-ERRO-MEN
           CLOSE CADMENSAL RELEXCEC
           DISPLAY "DECLARACOES EMITIDAS......: " W-TOT-EMIT
           DISPLAY "JA EMITIDAS ANTERIORMENTE.: " W-TOT-JA
           DISPLAY "ALUNOS COM DEBITO NO ANO..: " W-TOT-EXC
           DISPLAY "DECLARACOES EM QUITACAO.DAT, EXCECOES EM "
                   "QUITEXC.DAT"
           GO TO QUI-MENU.
      *
       APU-ZERA.
           MOVE ZEROS TO W-QT-ANO W-QT-ABERTO W-QT-RENEG W-QT-GABERTO
                         W-VAL-PAGO W-VAL-ABERTO.
       APU-ZERA-FIM.
           EXIT.
      *
      *****************************************
      * FECHAMENTO DO RA: DECLARACAO QUANDO    *
      * TUDO QUITADO, SENAO LISTA DE EXCECOES  *
      *****************************************
      *
       APU-AVALIA.
           IF W-RA-ATU = ZEROS OR W-QT-ANO = ZEROS
               GO TO APU-AVALIA-FIM.
           MOVE W-RA-ATU TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE SPACES TO REGALUNO
               MOVE ZEROS TO CPF CPF-RESP NUMERO
               MOVE "*** ALUNO NAO CADASTRADO ***" TO NOME-A.
           IF W-QT-ABERTO NOT = ZEROS OR W-QT-GABERTO NOT = ZEROS
               MOVE W-RA-ATU     TO LE-RA
               MOVE NOME-A       TO LE-NOME
               MOVE W-QT-ABERTO  TO LE-ABERTO
               MOVE W-QT-GABERTO TO LE-GABERTO
               MOVE W-VAL-ABERTO TO LE-VALOR
               MOVE LINEXC-DET TO LINRELEXC
               WRITE LINRELEXC
               ADD 1 TO W-TOT-EXC
               GO TO APU-AVALIA-FIM.
      *    UMA DECLARACAO POR RA E ANO: A REEMISSAO E SEGUNDA VIA
           MOVE W-RA-ATU  TO QT-RA
           MOVE W-ANO-REF TO QT-ANO
           READ CADQUITA KEY IS QT-ALUANO
           IF ST-ERRO = "00"
               ADD 1 TO W-TOT-JA
               GO TO APU-AVALIA-FIM.
           IF ST-ERRO-ALU NOT = "00"
               GO TO APU-AVALIA-FIM.
           PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
           IF W-NUM-LIVRE = ZEROS
               GO TO APU-AVALIA-FIM.
           MOVE W-NUM-LIVRE TO QT-NUMERO
           MOVE W-RA-ATU    TO QT-RA
           MOVE W-ANO-REF   TO QT-ANO
           MOVE W-HOJE8     TO QT-DATA
           MOVE W-OPERADOR  TO QT-OPERADOR
      *    ALUNO MAIOR SEM RESPONSAVEL: DECLARACAO EM SEU NOME
           IF NOME-RESP = SPACES
               MOVE NOME-A TO QT-NOME-RESP
               MOVE CPF    TO QT-CPF-RESP
           ELSE
               MOVE NOME-RESP TO QT-NOME-RESP
               MOVE CPF-RESP  TO QT-CPF-RESP.
           MOVE W-QT-ANO   TO QT-PARCELAS
           MOVE W-QT-RENEG TO QT-RENEG
           MOVE W-VAL-PAGO TO QT-TOTAL-PAGO
      *    CODIGO DE AUTENTICIDADE COMO NAS DECLARACOES (PROGR51T)
           COMPUTE W-AUT-CALC = (QT-NUMERO * 7) + (W-RA-ATU * 3)
                   + W-HOJE8
           DIVIDE W-AUT-CALC BY 99999989 GIVING W-AUT-DIV
                  REMAINDER W-AUT-RESTO
           MOVE W-AUT-RESTO TO QT-AUTENT
           WRITE REGQUITA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADQUITA - RA "
                       W-RA-ATU
               GO TO APU-AVALIA-FIM.
           MOVE ZEROS TO W-SEGUNDA
           PERFORM QUI-IMPRIME THRU QUI-IMPRIME-FIM
           ADD 1 TO W-TOT-EMIT.
       APU-AVALIA-FIM.
           EXIT.
      *
      *****************************************
      * SEGUNDA VIA PELO NUMERO DA DECLARACAO  *
      *****************************************
      *
       VIA-001.
           DISPLAY "NUMERO DA DECLARACAO (0=VOLTAR): "
           ACCEPT W-NUM-CON
           IF W-NUM-CON = ZEROS
               GO TO QUI-MENU.
           MOVE W-NUM-CON TO QT-NUMERO
           READ CADQUITA
           IF ST-ERRO NOT = "00"
               DISPLAY "*** DECLARACAO NAO ENCONTRADA ***"
               GO TO VIA-001.
           MOVE QT-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE SPACES TO REGALUNO
               MOVE ZEROS TO NUMERO
               MOVE "*** ALUNO NAO CADASTRADO ***" TO NOME-A.
           MOVE QT-RA  TO W-RA-ATU
           MOVE QT-ANO TO W-ANO-REF
           MOVE 1 TO W-SEGUNDA
           PERFORM QUI-IMPRIME THRU QUI-IMPRIME-FIM
           DISPLAY "RA " QT-RA " ANO " QT-ANO " EMITIDA EM " QT-DATA
                   " POR " QT-OPERADOR
           DISPLAY "*** SEGUNDA VIA GRAVADA EM QUITACAO.DAT ***"
           GO TO VIA-001.
      *
      *****************************************
      * IMPRESSAO DA DECLARACAO (REGQUITA E    *
      * REGALUNO JA LIDOS)                     *
      *****************************************
      *
       QUI-IMPRIME.
           MOVE LINQUI-SEP TO LINRELQUI
           WRITE LINRELQUI
           MOVE QT-NUMERO TO LQ-NUMERO
           IF W-SEGUNDA = 1
               MOVE "  (SEGUNDA VIA)" TO LQ-VIA
           ELSE
               MOVE SPACES TO LQ-VIA.
           MOVE LINQUI-TIT TO LINRELQUI
           WRITE LINRELQUI
           MOVE QT-NOME-RESP TO LQ-RESP
           MOVE QT-CPF-RESP  TO LQ-CPF
           MOVE LINQUI-DEST TO LINRELQUI
           WRITE LINRELQUI
           MOVE LOGRADOURO TO LQ-LOGRA
           MOVE NUMERO     TO LQ-NUMEND
           MOVE CIDADE     TO LQ-CIDADE
           MOVE LINQUI-END TO LINRELQUI
           WRITE LINRELQUI
           MOVE LINQUI-TXT1 TO LINRELQUI
           WRITE LINRELQUI
           MOVE QT-ANO TO LQ-ANO
           MOVE LINQUI-TXT2 TO LINRELQUI
           WRITE LINRELQUI
           MOVE NOME-A TO LQ-ALUNO
           MOVE QT-RA  TO LQ-RA
           MOVE LINQUI-TXT3 TO LINRELQUI
           WRITE LINRELQUI
           MOVE QT-PARCELAS TO LQ-PARCELAS
           MOVE QT-RENEG    TO LQ-RENEG
           MOVE LINQUI-TXT4 TO LINRELQUI
           WRITE LINRELQUI
           MOVE QT-TOTAL-PAGO TO LQ-TOTAL
           MOVE LINQUI-TXT5 TO LINRELQUI
           WRITE LINRELQUI
           MOVE QT-AUTENT TO LQ-AUTENT
           MOVE LINQUI-AUT TO LINRELQUI
           WRITE LINRELQUI
           MOVE QT-DATA     TO LQ-DATA
           MOVE QT-OPERADOR TO LQ-OPER
           MOVE LINQUI-DATA TO LINRELQUI
           WRITE LINRELQUI
           MOVE LINQUI-SEP TO LINRELQUI
           WRITE LINRELQUI.
       QUI-IMPRIME-FIM.
           EXIT.
      *
      **************************************
      * NUMERO SEQUENCIAL DA SERIE         *
      * "QUITACAO" DO CADSERIES            *
      **************************************
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
           MOVE "QUITACAO" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "QUITACAO" TO SR-SERIE
               MOVE 1 TO SR-PROXIMO
               WRITE REGSERIES.
           MOVE SR-PROXIMO TO W-NUM-LIVRE
           ADD 1 TO SR-PROXIMO
           REWRITE REGSERIES
           CLOSE CADSERIES.
       SER-PROXNUM-FIM.
           EXIT.
      *
       QUI-FIM.
           CLOSE CADQUITA CADALUNO RELQUITA
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
