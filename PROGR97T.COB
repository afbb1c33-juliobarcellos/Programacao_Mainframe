       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR97T.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * UNIFICACAO DA BASE DE ENDERECOS:   *
      * INCORPORA O CADCEP DA CLINICA AO   *
      * ARQENDER, QUE PASSA A SER A BASE   *
      * UNICA DE CEP DE TODOS OS SISTEMAS. *
      * CEP EXISTENTE NOS DOIS ARQUIVOS    *
      * COM TEXTO DIFERENTE E LISTADO EM   *
      * CEPCONFL.DAT COM AS DUAS VERSOES   *
      * E NAO E ALTERADO; A DECISAO E      *
      * FEITA NO PCADEND                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CP-CEP
                    FILE STATUS  IS ST-ERRO-CEP
                    ALTERNATE RECORD IS CP-ENDERECO WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT RELCONF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
                03 CP-CEP          PIC 9(08).
                03 CP-ENDERECO     PIC X(30).
                03 CP-BAIRRO       PIC X(20).
                03 CP-CIDADE       PIC X(20).
                03 CP-UF           PIC X(02).

       FD ARQENDER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
                03 CEP             PIC 9(08).
                03 ENDERECO        PIC X(35).
                03 BAIRRO          PIC X(20).
                03 CIDADE          PIC X(35).
                03 UF              PIC X(02).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).

       FD RELCONF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CEPCONFL.DAT".
       01 LINRELCONF         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CEP   PIC X(02) VALUE "00".
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-TOT-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-INCL    PIC 9(06) VALUE ZEROS.
       77 W-TOT-IGUAIS  PIC 9(06) VALUE ZEROS.
       77 W-TOT-CONF    PIC 9(06) VALUE ZEROS.
       77 W-QTD-ED      PIC ZZZZZ9.
       01 W-DATA-HJ     PIC 9(08) VALUE ZEROS.
      *
       01 LINCAB1.
           03 FILLER    PIC X(44) VALUE
              "CEP COM ENDERECOS DIFERENTES NAS DUAS BASES ".
           03 FILLER    PIC X(02) VALUE "- ".
           03 LC-DATA   PIC 9(08).
       01 LINCAB2.
           03 FILLER    PIC X(09) VALUE "CEP".
           03 FILLER    PIC X(09) VALUE "ORIGEM".
           03 FILLER    PIC X(36) VALUE "ENDERECO".
           03 FILLER    PIC X(21) VALUE "BAIRRO".
           03 FILLER    PIC X(36) VALUE "CIDADE".
           03 FILLER    PIC X(03) VALUE "UF".
           03 FILLER    PIC X(09) VALUE "SITUACAO".
       01 LINCONF.
           03 LF-CEP      PIC 9(08).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LF-ORIGEM   PIC X(08).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LF-ENDERECO PIC X(35).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LF-BAIRRO   PIC X(20).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LF-CIDADE   PIC X(35).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LF-UF       PIC X(02).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LF-SITUACAO PIC X(10).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       UNI-OP0.
           ACCEPT W-DATA-HJ FROM DATE YYYYMMDD
           OPEN INPUT CADCEP
           IF ST-ERRO-CEP NOT = "00"
               DISPLAY "ARQUIVO CADCEP NAO ENCONTRADO"
               GO TO ROT-FIM.
       UNI-OP1.
           OPEN I-O ARQENDER
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQENDER
                      CLOSE ARQENDER
                      DISPLAY "* ARQUIVO ARQENDER SENDO CRIADO *"
                      GO TO UNI-OP1
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQENDER"
                      CLOSE CADCEP
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       UNI-OP2.
           OPEN OUTPUT RELCONF
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEPCONFL"
               CLOSE CADCEP ARQENDER
               GO TO ROT-FIM.
           MOVE W-DATA-HJ TO LC-DATA
           MOVE LINCAB1 TO LINRELCONF
           WRITE LINRELCONF
           MOVE SPACES TO LINRELCONF
           WRITE LINRELCONF
           MOVE LINCAB2 TO LINRELCONF
           WRITE LINRELCONF.
      *
      *****************************************
      * LEITURA DO CADCEP                      *
      *****************************************
      *
       UNI-LER.
                READ CADCEP NEXT RECORD
                AT END
                    GO TO UNI-FIM.
                ADD 1 TO W-TOT-LIDOS
                IF CP-CEP = ZEROS
                    GO TO UNI-LER.
                MOVE CP-CEP TO CEP
                READ ARQENDER
                IF ST-ERRO = "23"
                    GO TO UNI-INCLUI.
                IF ST-ERRO NOT = "00"
                    DISPLAY "ERRO NA LEITURA DO CEP " CP-CEP
                    GO TO UNI-LER.
      *
      *    O ARQENDER GUARDA ENDERECO E CIDADE MAIS LONGOS: SE O
      *    TEXTO DO CADCEP FOR O INICIO DO TEXTO DO ARQENDER, E O
      *    MESMO ENDERECO E FICA A VERSAO MAIS COMPLETA
                IF ENDERECO(1:30) = CP-ENDERECO AND BAIRRO = CP-BAIRRO
                   AND CIDADE(1:20) = CP-CIDADE AND UF = CP-UF
                    ADD 1 TO W-TOT-IGUAIS
                    GO TO UNI-LER.
       UNI-CONFLITO.
                ADD 1 TO W-TOT-CONF
                MOVE CEP        TO LF-CEP
                MOVE "AMIGOS"   TO LF-ORIGEM
                MOVE ENDERECO   TO LF-ENDERECO
                MOVE BAIRRO     TO LF-BAIRRO
                MOVE CIDADE     TO LF-CIDADE
                MOVE UF         TO LF-UF
                MOVE "PENDENTE" TO LF-SITUACAO
                IF STATUS-REG = "I"
                    MOVE "EXCLUIDO" TO LF-SITUACAO.
                MOVE LINCONF TO LINRELCONF
                WRITE LINRELCONF
                MOVE "CLINICA"   TO LF-ORIGEM
                MOVE CP-ENDERECO TO LF-ENDERECO
                MOVE CP-BAIRRO   TO LF-BAIRRO
                MOVE CP-CIDADE   TO LF-CIDADE
                MOVE CP-UF       TO LF-UF
                MOVE "PENDENTE"  TO LF-SITUACAO
                MOVE LINCONF TO LINRELCONF
                WRITE LINRELCONF
                GO TO UNI-LER.
       UNI-INCLUI.
                MOVE CP-CEP      TO CEP
                MOVE CP-ENDERECO TO ENDERECO
                MOVE CP-BAIRRO   TO BAIRRO
                MOVE CP-CIDADE   TO CIDADE
                MOVE CP-UF       TO UF
                MOVE "A"         TO STATUS-REG
                MOVE SPACES      TO MOTIVO-EXCLUSAO
                WRITE REGENDER
                IF ST-ERRO = "00" OR "02"
                    ADD 1 TO W-TOT-INCL
                ELSE
                    DISPLAY "ERRO NA INCLUSAO DO CEP " CP-CEP.
                GO TO UNI-LER.
      *
       UNI-FIM.
                MOVE SPACES TO LINRELCONF
                WRITE LINRELCONF
                MOVE W-TOT-CONF TO W-QTD-ED
                STRING "CEP EM CONFLITO.......: " W-QTD-ED
                       DELIMITED BY SIZE INTO LINRELCONF
                WRITE LINRELCONF
                CLOSE CADCEP ARQENDER RELCONF
                DISPLAY "CEP LIDOS DO CADCEP  : " W-TOT-LIDOS
                DISPLAY "CEP INCLUIDOS        : " W-TOT-INCL
                DISPLAY "CEP JA IGUAIS        : " W-TOT-IGUAIS
                DISPLAY "CEP EM CONFLITO      : " W-TOT-CONF
                        " (CEPCONFL.DAT)"
                STOP RUN.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                MOVE 8 TO RETURN-CODE
                STOP RUN.
