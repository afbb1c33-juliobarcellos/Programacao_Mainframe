           DISPLAY (08, 45) "29 - EXTRATO DO PACIENTE"
           DISPLAY (09, 45) "30 - FILIAIS (ADM)"
           DISPLAY (10, 45) "31 - IMPORTA PACIENTES"
           DISPLAY (11, 45) "32 - ATESTADO MEDICO"
           DISPLAY (12, 45) "33 - RETORNOS POR MEDICO"
           DISPLAY (13, 45) "34 - NOTA FISCAL (RPS/NFS-E)"
           DISPLAY (14, 45) "35 - MAIS OPCOES"
           DISPLAY (18, 05) " 0 - VOLTAR"
           DISPLAY (20, 05) "OPCAO: "
           ACCEPT (20, 13) W-OPCAO
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "PCADEND" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED.
           IF W-OPCAO = 32
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP059" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED.
           IF W-OPCAO = 33
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP061" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED.
           IF W-OPCAO = 34
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "SMP064" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-MED
               ELSE
                   GO TO MENU-MED.
           IF W-OPCAO = 35
               GO TO MENU-MED2.
           GO TO MENU-MED.
      *
       MENU-MED2.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 20) "SISTEMA MEDICO - CONTINUACAO"
           DISPLAY (04, 05) "36 - FORNECEDORES DA FARMACIA (ADM)"
           DISPLAY (05, 05) "37 - PEDIDOS DE COMPRA"
           DISPLAY (06, 05) "38 - SITUACAO DOS PEDIDOS"
           DISPLAY (07, 05) "39 - MOTIVOS DE GLOSA (ADM)"
           DISPLAY (08, 05) "40 - PARETO DAS GLOSAS"
           DISPLAY (09, 05) "41 - DADOS FISCAIS DO MEDICO (ADM)"
           DISPLAY (10, 05) "42 - INSS DO MEDICO EM OUTRAS FONTES"
           DISPLAY (11, 05) "43 - EMISSAO DE RPA (ADM)"
           DISPLAY (12, 05) "44 - SERIE DE SESSOES (PACOTE)"
           DISPLAY (13, 05) "45 - TIPOS DE EXAME E REFERENCIAS (ADM)"
           DISPLAY (14, 05) "46 - RESULTADOS CRITICOS DO DIA"
           DISPLAY (15, 05) "47 - LISTA DE REMARCACAO (AUSENCIAS)"
           DISPLAY (16, 05) "48 - REMARCACAO POR AUSENCIA DO MEDICO"
           DISPLAY (17, 05) "49 - DECLARACAO DE DESPESAS (IRPF)"
           DISPLAY (04, 45) "50 - RETENCAO/ANONIMIZACAO (LGPD)"
           DISPLAY (05, 45) "51 - PESQUISA DE SATISFACAO"
           DISPLAY (06, 45) "52 - CUSTO DO ESTOQUE DA FARMACIA"
           DISPLAY (07, 45) "53 - ORCAMENTO DE TRATAMENTO"
           DISPLAY (18, 05) " 0 - VOLTAR"
           DISPLAY (20, 05) "OPCAO: "
           ACCEPT (20, 13) W-OPCAO
           IF W-OPCAO = 0
               GO TO MENU-MED.
           IF W-OPCAO = 36
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "SMP066" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-MED2
               ELSE
                   GO TO MENU-MED2.
           IF W-OPCAO = 37
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP067" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 38
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP068" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 39
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "SMP069" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-MED2
               ELSE
                   GO TO MENU-MED2.
           IF W-OPCAO = 40
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP070" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 41
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "SMP071" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-MED2
               ELSE
                   GO TO MENU-MED2.
           IF W-OPCAO = 42
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP072" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 43
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "SMP073" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-MED2
               ELSE
                   GO TO MENU-MED2.
           IF W-OPCAO = 44
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP074" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 45
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "SMP075" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-MED2
               ELSE
                   GO TO MENU-MED2.
           IF W-OPCAO = 46
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP077" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 47
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP078" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 48
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP079" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 49
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP080" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 50
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "SMP081" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-MED2
               ELSE
                   GO TO MENU-MED2.
           IF W-OPCAO = 51
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP082" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 52
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP084" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           IF W-OPCAO = 53
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "SMP085" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-MED2.
           GO TO MENU-MED2.
      *
       MENU-RH.
           DISPLAY (01, 01) ERASE
           DISPLAY (09, 45) "19 - COMPETENCIAS (ADM)"
           DISPLAY (10, 45) "20 - EXPORTACAO CONTABIL"
           DISPLAY (11, 45) "21 - QUADRO DE VAGAS (ADM)"
           DISPLAY (12, 45) "22 - INFORME DE RENDIMENTOS"
           DISPLAY (13, 45) "23 - BANCO DE HORAS"
           DISPLAY (14, 45) "24 - PENSAO ALIMENTICIA"
           DISPLAY (15, 45) "25 - ADIANTAMENTO QUINZENAL"
           DISPLAY (16, 45) "26 - TREINAMENTOS"
           DISPLAY (17, 45) "27 - REQUISICOES DE CONTRATACAO"
           DISPLAY (18, 45) "28 - ESCALA DE TURNOS"
           DISPLAY (19, 45) "29 - COPARTICIPACAO SAUDE"
           DISPLAY (20, 45) "30 - SIMULACAO DA FOLHA (ADM)"
           DISPLAY (17, 05) " 0 - VOLTAR"
           DISPLAY (19, 05) "OPCAO: "
           ACCEPT (19, 13) W-OPCAO
                   GO TO MENU-RH
               ELSE
                   GO TO MENU-RH.
           IF W-OPCAO = 22
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR82T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 23
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR83T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 24
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR84T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 25
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR85T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 26
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR87T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 27
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR88T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 28
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR89T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 29
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR90T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-RH.
           IF W-OPCAO = 30
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "PROGR91T" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-RH
               ELSE
                   GO TO MENU-RH.
           GO TO MENU-RH.
      *
       MENU-ESC.
           DISPLAY (12, 45) "19 - DEPENDENCIAS"
           DISPLAY (13, 45) "20 - DECLARACOES"
           DISPLAY (14, 45) "21 - DIPLOMAS"
           DISPLAY (15, 45) "22 - REGRAS DE AVALIACAO (ADM)"
           DISPLAY (16, 45) "23 - GRADE HORARIA (ADM)"
           DISPLAY (17, 45) "24 - BIBLIOTECA"
           DISPLAY (18, 45) "25 - PROCESSO SELETIVO (ADM)"
           DISPLAY (19, 45) "26 - MAIS OPCOES"
           DISPLAY (14, 05) " 0 - VOLTAR"
           DISPLAY (16, 05) "OPCAO: "
           ACCEPT (16, 13) W-OPCAO
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC.
           IF W-OPCAO = 22
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "PROGR70T" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-ESC
               ELSE
                   GO TO MENU-ESC.
           IF W-OPCAO = 23
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "PROGR71T" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-ESC
               ELSE
                   GO TO MENU-ESC.
           IF W-OPCAO = 24
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR72T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC.
           IF W-OPCAO = 25
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "PROGR73T" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-ESC
               ELSE
                   GO TO MENU-ESC.
           IF W-OPCAO = 26
               GO TO MENU-ESC2.
           GO TO MENU-ESC.
      *
       MENU-ESC2.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 20) "ESCOLA - CONTINUACAO"
           DISPLAY (04, 05) "27 - QUITACAO ANUAL (ADM)"
           DISPLAY (05, 05) "28 - CARNE DE MENSALIDADES"
           DISPLAY (06, 05) "29 - OCORRENCIAS DISCIPLINARES"
           DISPLAY (07, 05) "30 - SITUACAO FINANCEIRA/LIBERACAO"
           DISPLAY (08, 05) "31 - CONTRATO DE MATRICULA"
           DISPLAY (09, 05) "32 - EXPORTACAO CONTABIL DA ESCOLA"
           DISPLAY (10, 05) "33 - RISCO DE EVASAO POR TURMA"
           DISPLAY (11, 05) "34 - TRANCAMENTO/CANCELAMENTO"
           DISPLAY (18, 05) " 0 - VOLTAR"
           DISPLAY (20, 05) "OPCAO: "
           ACCEPT (20, 13) W-OPCAO
           IF W-OPCAO = 0
               GO TO MENU-ESC.
           IF W-OPCAO = 27
               PERFORM ADM-TESTA THRU ADM-TESTA-FIM
               IF W-PERFIL = "A"
                   PERFORM SES-ABRE THRU SES-ABRE-FIM
                   CALL "PROGR74T" ON EXCEPTION
                       PERFORM PRG-FALTA THRU PRG-FALTA-FIM
                   END-CALL
                   PERFORM SES-LIMPA THRU SES-LIMPA-FIM
                   GO TO MENU-ESC2
               ELSE
                   GO TO MENU-ESC2.
           IF W-OPCAO = 28
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR75T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC2.
           IF W-OPCAO = 29
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR76T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC2.
           IF W-OPCAO = 30
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR77T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC2.
           IF W-OPCAO = 31
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR78T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC2.
           IF W-OPCAO = 32
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR79T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC2.
           IF W-OPCAO = 33
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR80T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC2.
           IF W-OPCAO = 34
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR81T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-ESC2.
           GO TO MENU-ESC2.
      *
       MENU-AMG.
           DISPLAY (01, 01) ERASE
           DISPLAY (11, 05) " 8 - EVENTOS E CONVIDADOS"
           DISPLAY (12, 05) " 9 - SAIDAS DO EVENTO"
           DISPLAY (04, 45) "10 - CONSENTIMENTO (LGPD)"
           DISPLAY (05, 45) "11 - VINCULOS ENTRE AMIGOS"
           DISPLAY (06, 45) "12 - EMPRESTIMO DE ITENS"
           DISPLAY (13, 05) " 0 - VOLTAR"
           DISPLAY (15, 05) "OPCAO: "
           ACCEPT (15, 13) W-OPCAO
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-AMG.
           IF W-OPCAO = 11
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PCADVIN" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-AMG.
           IF W-OPCAO = 12
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PCADEMP" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-AMG.
           GO TO MENU-AMG.
      *
       MENU-UTI.
           DISPLAY (05, 45) " 7 - CRESCIMENTO DE ARQUIVOS"
           DISPLAY (06, 45) " 8 - EXCECOES DE OPERADORES"
           DISPLAY (07, 45) " 9 - PROJECAO DE CAIXA"
           DISPLAY (08, 45) "10 - CALENDARIO DE FERIADOS"
           DISPLAY (09, 45) "11 - VERIFICACAO DO AUDITLOG"
           DISPLAY (10, 45) "12 - AUDITORIA DE NUMERACAO"
           DISPLAY (11, 45) "13 - PESSOAS POR CPF"
           DISPLAY (12, 45) "14 - CONCILIACAO BANCARIA"
           DISPLAY (13, 45) "15 - CONCILIACAO MANUAL"
           DISPLAY (09, 05) " 0 - VOLTAR"
           DISPLAY (11, 05) "OPCAO: "
           ACCEPT (11, 13) W-OPCAO
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-UTI.
           IF W-OPCAO = 10
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR86T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-UTI.
           IF W-OPCAO = 11
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR93T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-UTI.
           IF W-OPCAO = 12
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR94T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-UTI.
           IF W-OPCAO = 13
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR96T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-UTI.
           IF W-OPCAO = 14
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR98T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-UTI.
           IF W-OPCAO = 15
               PERFORM SES-ABRE THRU SES-ABRE-FIM
               CALL "PROGR99T" ON EXCEPTION
                   PERFORM PRG-FALTA THRU PRG-FALTA-FIM
               END-CALL
               PERFORM SES-LIMPA THRU SES-LIMPA-FIM
               GO TO MENU-UTI.
           GO TO MENU-UTI.
      *
      **************************************
