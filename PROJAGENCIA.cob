       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJAGENCIA.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: VALIDAR O CADASTRO DE AGENCIAS (AGENCIAS.TXT) ANTES
      *          DA GRADE NOTURNA CONSUMI-LO
      *DATA:15/10/2026
      *
      *O CADASTRO AGENCIAS.TXT (NOME FIXO, COMO LCTOHST.TXT) E A
      *FONTE UNICA DOS PREFIXOS CONHECIDOS: CODIGO, NOME, REGIONAL
      *(SUPERINTENDENCIA) A QUE A AGENCIA RESPONDE, SITUACAO ABERTA/
      *FECHADA COM A DATA DO ENCERRAMENTO E A AGENCIA QUE INCORPOROU
      *A CARTEIRA DA FECHADA. O PROJSINANAL REJEITA NA CRITICA DE
      *ENTRADA O PREFIXO FORA DO CADASTRO OU JA ENCERRADO (MOTIVO '05'
      *DE REJEITADOS) E CONFERE O DESTINO DAS TRANSFERENCIAS; O
      *PROJREINJETA REVALIDA O PREFIXO CORRIGIDO; O PROJEXTRATO E O
      *PROJCONSOL IMPRIMEM OS NOMES E OS SUBTOTAIS POR REGIONAL. UM
      *CADASTRO COM DEFEITO MANDARIA PARA REJEITADOS O MOVIMENTO DE
      *AGENCIAS INTEIRAS, POR ISSO ESTE PROGRAMA RODA ANTES DA GRADE E
      *CONFERE: PREFIXO NUMERICO, NAO ZERADO E EM ORDEM ASCENDENTE SEM
      *DUPLICATA (A GRADE CARREGA O CADASTRO PARA BUSCA BINARIA), NOME
      *PREENCHIDO, REGIONAL NUMERICA E NAO ZERADA COM NOME PREENCHIDO
      *E O MESMO NOME EM TODAS AS AGENCIAS DA REGIONAL, SITUACAO 'A'
      *OU 'F', AGENCIA ABERTA SEM DATA DE ENCERRAMENTO E SEM
      *INCORPORADORA, AGENCIA FECHADA COM DATA DE ENCERRAMENTO VALIDA
      *E, QUANDO INFORMADA, INCORPORADORA CADASTRADA, ABERTA E
      *DIFERENTE DA PROPRIA AGENCIA.
      *TODOS OS ERROS SAO LISTADOS NO CONSOLE (O PROGRAMA NAO PARA NO
      *PRIMEIRO) E O RETURN-CODE RESUME: 0 = CADASTRO VALIDO;
      *16 = CADASTRO INVALIDO OU AUSENTE - A GRADE NAO DEVE RODAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O CADASTRO DE AGENCIAS. NOME FIXO DE PROPOSITO - VALE
      * PARA TODAS AS RODADAS E SUFIXOS.
         SELECT AGENCIAS ASSIGN TO 'AGENCIAS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-AGENCIAS.

       DATA DIVISION.
       FILE SECTION.

      *UMA LINHA POR AGENCIA, EM ORDEM ASCENDENTE DE PREFIXO: CODIGO,
      * NOME, REGIONAL (CODIGO E NOME), SITUACAO ('A' = ABERTA,
      * 'F' = FECHADA), DATA DO ENCERRAMENTO (AAAAMMDD; ZEROS NA
      * AGENCIA ABERTA) E PREFIXO DA AGENCIA QUE INCORPOROU A
      * FECHADA (ZEROS QUANDO NAO HOUVE INCORPORACAO).
       FD AGENCIAS.
         01 AGE-REG.
           05 AGE-PREFIXO              PIC 9(05).
           05 AGE-NOME                 PIC X(30).
           05 AGE-REGIONAL             PIC 9(04).
           05 AGE-NOME-REGIONAL        PIC X(20).
           05 AGE-SITUACAO             PIC X(01).
               88 AGE-ABERTA                    VALUE 'A'.
               88 AGE-FECHADA                   VALUE 'F'.
           05 AGE-DATA-FECHAMENTO      PIC 9(08).
           05 AGE-PREF-INCORPORADORA   PIC 9(05).
           05 FILLER                   PIC X(07).

       WORKING-STORAGE SECTION.

       77 WRK-FS-AGENCIAS              PIC X(02) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.

      *TABELA DAS AGENCIAS JA VISTAS, NA ORDEM DO ARQUIVO (SO ENTRA A
      * LINHA EM ORDEM, ENTAO A TABELA FICA ASCENDENTE PARA A SEARCH
      * ALL DA CONFERENCIA DAS INCORPORADORAS EM 2000).
       01 WRK-AGE-TABELA.
           05 WRK-AGE-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-AGE-ENT OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WRK-AGE-QTDE
                   ASCENDING KEY IS WRK-AGE-PREFIXO
                   INDEXED BY WRK-AGE-IDX.
               10 WRK-AGE-PREFIXO       PIC 9(05).
               10 WRK-AGE-SITUACAO      PIC X(01).
                   88 AGENCIA-ABERTA               VALUE 'A'.
               10 WRK-AGE-INCORPORADORA PIC 9(05).
               10 WRK-AGE-LINHA         PIC 9(05).
       77 WRK-PREFIXO-ANT              PIC 9(05) VALUE ZEROS.

      *TABELA DAS REGIONAIS JA VISTAS COM O NOME DA PRIMEIRA
      * OCORRENCIA, PARA A CONFERENCIA DE NOME CONSISTENTE.
       01 WRK-REG-TABELA.
           05 WRK-REG-QTDE              PIC 9(03) VALUE ZEROS.
           05 WRK-REG-ENT OCCURS 500 TIMES INDEXED BY WRK-REG-IDX.
               10 WRK-REG-CODIGO        PIC 9(04).
               10 WRK-REG-NOME          PIC X(20).
       77 WRK-ACHOU-REG                PIC X(01) VALUE 'N'.
           88 ACHOU-REGIONAL                      VALUE 'S'.

      *PARAMETRO DE CHAMADA DE 2100-BUSCA-AGENCIA (PREFIXO A
      * PROCURAR) E ACHADO DA BUSCA.
       77 WRK-BUSCA-PREFIXO            PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU-AGE                PIC X(01) VALUE 'N'.
           88 ACHOU-AGENCIA                       VALUE 'S'.
       77 WRK-SUB-I                    PIC 9(05) VALUE ZEROS.

      *CONTADORES PARA O RESUMO DO CONSOLE.
       77 WRK-QT-LINHAS                PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABERTAS               PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FECHADAS              PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ERROS                 PIC 9(05) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           OPEN INPUT AGENCIAS.
           IF WRK-FS-AGENCIAS NOT = '00'
              DISPLAY 'AGENCIAS.TXT AUSENTE OU ILEGIVEL (FILE STATUS='
                      WRK-FS-AGENCIAS ') - A GRADE NAO DEVE RODAR'
              PERFORM 9950-ABENDA-RODADA
           END-IF.
           MOVE SPACES TO WRK-STATUS-LEITURA.
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ AGENCIAS
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   ADD 1 TO WRK-QT-LINHAS
                   PERFORM 1000-VALIDA-LINHA
               END-READ
               IF WRK-FS-AGENCIAS NOT = '00'
                  AND WRK-FS-AGENCIAS NOT = '10'
                  DISPLAY 'ERRO DE E/S NO AGENCIAS.TXT - FILE STATUS='
                          WRK-FS-AGENCIAS
                  PERFORM 9950-ABENDA-RODADA
               END-IF
           END-PERFORM.
           CLOSE AGENCIAS.
           PERFORM 2000-VALIDA-CONJUNTO.
           DISPLAY '------- VERIFICACAO DO CADASTRO AGENCIAS -------'.
           DISPLAY 'LINHAS LIDAS ...: ' WRK-QT-LINHAS.
           DISPLAY 'AGENCIAS ABERTAS: ' WRK-QT-ABERTAS.
           DISPLAY 'AGENCIAS FECHADAS ' WRK-QT-FECHADAS.
           DISPLAY 'REGIONAIS ......: ' WRK-REG-QTDE.
           DISPLAY 'ERROS APONTADOS : ' WRK-QT-ERROS.
           IF WRK-QT-ERROS > ZEROS
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *CRITICA UMA LINHA DO CADASTRO: PREFIXO E ORDEM, NOME,
      * REGIONAL E SITUACAO. A LINHA COM PREFIXO VALIDO E EM ORDEM
      * ENTRA NA TABELA PARA AS CONFERENCIAS DE CONJUNTO.
       1000-VALIDA-LINHA.
           IF AGE-PREFIXO IS NOT NUMERIC
              OR AGE-PREFIXO = ZEROS
              PERFORM 9000-CONTA-ERRO
              DISPLAY 'LINHA ' WRK-QT-LINHAS
                      ': PREFIXO INVALIDO (' AGE-PREFIXO ')'
           ELSE
              IF AGE-PREFIXO = WRK-PREFIXO-ANT
                 PERFORM 9000-CONTA-ERRO
                 DISPLAY 'LINHA ' WRK-QT-LINHAS
                         ': PREFIXO DUPLICADO (' AGE-PREFIXO ')'
              ELSE
                 IF AGE-PREFIXO < WRK-PREFIXO-ANT
                    PERFORM 9000-CONTA-ERRO
                    DISPLAY 'LINHA ' WRK-QT-LINHAS
                            ': PREFIXO ' AGE-PREFIXO
                            ' FORA DE ORDEM (ANTERIOR='
                            WRK-PREFIXO-ANT ')'
                 ELSE
                    PERFORM 1050-GUARDA-AGENCIA
                 END-IF
              END-IF
           END-IF
           IF AGE-NOME = SPACES
              PERFORM 9000-CONTA-ERRO
              DISPLAY 'LINHA ' WRK-QT-LINHAS
                      ': AGENCIA ' AGE-PREFIXO ' SEM NOME'
           END-IF
           PERFORM 1100-VALIDA-REGIONAL
           PERFORM 1200-VALIDA-SITUACAO.

      *GUARDA A AGENCIA DA LINHA CORRENTE NA TABELA (JA CONFERIDO QUE
      * O PREFIXO E MAIOR QUE O ANTERIOR).
       1050-GUARDA-AGENCIA.
           IF WRK-AGE-QTDE >= 5000
              DISPLAY 'TABELA DE AGENCIAS ESGOTADA - AUMENTAR '
                      'OCCURS DE WRK-AGE-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-AGE-QTDE
           MOVE AGE-PREFIXO TO WRK-AGE-PREFIXO (WRK-AGE-QTDE)
           MOVE AGE-SITUACAO TO WRK-AGE-SITUACAO (WRK-AGE-QTDE)
           IF AGE-PREF-INCORPORADORA IS NUMERIC
              MOVE AGE-PREF-INCORPORADORA
                 TO WRK-AGE-INCORPORADORA (WRK-AGE-QTDE)
           ELSE
              MOVE ZEROS TO WRK-AGE-INCORPORADORA (WRK-AGE-QTDE)
           END-IF
           MOVE WRK-QT-LINHAS TO WRK-AGE-LINHA (WRK-AGE-QTDE)
           MOVE AGE-PREFIXO TO WRK-PREFIXO-ANT.

      *CRITICA A REGIONAL DA LINHA: CODIGO NUMERICO NAO ZERADO, NOME
      * PREENCHIDO E IGUAL AO DAS OUTRAS AGENCIAS DA MESMA REGIONAL
      * (O SUBTOTAL POR REGIONAL DOS RELATORIOS SAI COM UM NOME SO).
       1100-VALIDA-REGIONAL.
           IF AGE-REGIONAL IS NOT NUMERIC
              OR AGE-REGIONAL = ZEROS
              PERFORM 9000-CONTA-ERRO
              DISPLAY 'LINHA ' WRK-QT-LINHAS
                      ': REGIONAL INVALIDA (' AGE-REGIONAL ')'
           ELSE
              IF AGE-NOME-REGIONAL = SPACES
                 PERFORM 9000-CONTA-ERRO
                 DISPLAY 'LINHA ' WRK-QT-LINHAS
                         ': REGIONAL ' AGE-REGIONAL ' SEM NOME'
              ELSE
                 MOVE 'N' TO WRK-ACHOU-REG
                 SET WRK-REG-IDX TO 1
                 SEARCH WRK-REG-ENT
                   AT END
                     CONTINUE
                   WHEN WRK-REG-IDX > WRK-REG-QTDE
                     CONTINUE
                   WHEN WRK-REG-CODIGO (WRK-REG-IDX) = AGE-REGIONAL
                     MOVE 'S' TO WRK-ACHOU-REG
                 END-SEARCH
                 IF ACHOU-REGIONAL
                    IF WRK-REG-NOME (WRK-REG-IDX) NOT =
                          AGE-NOME-REGIONAL
                       PERFORM 9000-CONTA-ERRO
                       DISPLAY 'LINHA ' WRK-QT-LINHAS
                               ': NOME DA REGIONAL ' AGE-REGIONAL
                               ' DIFERENTE DO JA CADASTRADO ('
                               WRK-REG-NOME (WRK-REG-IDX) ')'
                    END-IF
                 ELSE
                    IF WRK-REG-QTDE >= 500
                       DISPLAY 'TABELA DE REGIONAIS ESGOTADA - '
                               'AUMENTAR OCCURS DE WRK-REG-ENT'
                       PERFORM 9950-ABENDA-RODADA
                    END-IF
                    ADD 1 TO WRK-REG-QTDE
                    SET WRK-REG-IDX TO WRK-REG-QTDE
                    MOVE AGE-REGIONAL TO WRK-REG-CODIGO (WRK-REG-IDX)
                    MOVE AGE-NOME-REGIONAL
                       TO WRK-REG-NOME (WRK-REG-IDX)
                 END-IF
              END-IF
           END-IF.

      *CRITICA A SITUACAO DA LINHA E OS CAMPOS QUE DEPENDEM DELA:
      * ABERTA NAO TEM DATA DE ENCERRAMENTO NEM INCORPORADORA;
      * FECHADA TEM DATA DE ENCERRAMENTO VALIDA NO CALENDARIO (A
      * INCORPORADORA, SE HOUVER, SO PODE SER CONFERIDA NO FINAL,
      * QUANDO TODAS AS LINHAS JA FORAM LIDAS - VER 2000).
       1200-VALIDA-SITUACAO.
           EVALUATE TRUE
             WHEN AGE-ABERTA
               ADD 1 TO WRK-QT-ABERTAS
               IF AGE-DATA-FECHAMENTO NOT = ZEROS
                  PERFORM 9000-CONTA-ERRO
                  DISPLAY 'LINHA ' WRK-QT-LINHAS
                          ': AGENCIA ABERTA COM DATA DE '
                          'ENCERRAMENTO (' AGE-DATA-FECHAMENTO ')'
               END-IF
               IF AGE-PREF-INCORPORADORA NOT = ZEROS
                  PERFORM 9000-CONTA-ERRO
                  DISPLAY 'LINHA ' WRK-QT-LINHAS
                          ': AGENCIA ABERTA COM INCORPORADORA ('
                          AGE-PREF-INCORPORADORA ')'
               END-IF
             WHEN AGE-FECHADA
               ADD 1 TO WRK-QT-FECHADAS
               IF AGE-DATA-FECHAMENTO IS NOT NUMERIC
                  OR AGE-DATA-FECHAMENTO = ZEROS
                  PERFORM 9000-CONTA-ERRO
                  DISPLAY 'LINHA ' WRK-QT-LINHAS
                          ': AGENCIA FECHADA SEM DATA DE '
                          'ENCERRAMENTO (' AGE-DATA-FECHAMENTO ')'
               ELSE
                  IF FUNCTION INTEGER-OF-DATE (AGE-DATA-FECHAMENTO)
                        = ZEROS
                     PERFORM 9000-CONTA-ERRO
                     DISPLAY 'LINHA ' WRK-QT-LINHAS
                             ': DATA DE ENCERRAMENTO NAO EXISTE NO '
                             'CALENDARIO (' AGE-DATA-FECHAMENTO ')'
                  END-IF
               END-IF
               IF AGE-PREF-INCORPORADORA IS NOT NUMERIC
                  PERFORM 9000-CONTA-ERRO
                  DISPLAY 'LINHA ' WRK-QT-LINHAS
                          ': INCORPORADORA NAO NUMERICA ('
                          AGE-PREF-INCORPORADORA ')'
               END-IF
             WHEN OTHER
               PERFORM 9000-CONTA-ERRO
               DISPLAY 'LINHA ' WRK-QT-LINHAS
                       ': SITUACAO DEVE SER A OU F (' AGE-SITUACAO ')'
           END-EVALUATE.

      *CONFERENCIAS DE CONJUNTO, DEPOIS DA LEITURA INTEIRA: O
      * CADASTRO PRECISA TER AO MENOS UMA AGENCIA ABERTA, E A
      * INCORPORADORA DE CADA AGENCIA FECHADA PRECISA ESTAR
      * CADASTRADA, ABERTA E SER OUTRA AGENCIA (SENAO A CARTEIRA DA
      * FECHADA FICARIA APONTANDO PARA O VAZIO).
       2000-VALIDA-CONJUNTO.
           IF WRK-QT-ABERTAS = ZEROS
              PERFORM 9000-CONTA-ERRO
              DISPLAY 'CADASTRO SEM NENHUMA AGENCIA ABERTA'
           END-IF
           PERFORM VARYING WRK-SUB-I FROM 1 BY 1
                   UNTIL WRK-SUB-I > WRK-AGE-QTDE
               IF NOT AGENCIA-ABERTA (WRK-SUB-I)
                  AND WRK-AGE-INCORPORADORA (WRK-SUB-I) NOT = ZEROS
                  PERFORM 2050-VALIDA-INCORPORADORA
               END-IF
           END-PERFORM.

      *CONFERE A INCORPORADORA DA AGENCIA FECHADA EM WRK-SUB-I.
       2050-VALIDA-INCORPORADORA.
           IF WRK-AGE-INCORPORADORA (WRK-SUB-I) =
                 WRK-AGE-PREFIXO (WRK-SUB-I)
              PERFORM 9000-CONTA-ERRO
              DISPLAY 'LINHA ' WRK-AGE-LINHA (WRK-SUB-I)
                      ': AGENCIA ' WRK-AGE-PREFIXO (WRK-SUB-I)
                      ' INCORPORADA POR ELA MESMA'
           ELSE
              MOVE WRK-AGE-INCORPORADORA (WRK-SUB-I)
                 TO WRK-BUSCA-PREFIXO
              PERFORM 2100-BUSCA-AGENCIA
              IF NOT ACHOU-AGENCIA
                 PERFORM 9000-CONTA-ERRO
                 DISPLAY 'LINHA ' WRK-AGE-LINHA (WRK-SUB-I)
                         ': INCORPORADORA ' WRK-BUSCA-PREFIXO
                         ' NAO CADASTRADA'
              ELSE
                 IF NOT AGENCIA-ABERTA (WRK-AGE-IDX)
                    PERFORM 9000-CONTA-ERRO
                    DISPLAY 'LINHA ' WRK-AGE-LINHA (WRK-SUB-I)
                            ': INCORPORADORA ' WRK-BUSCA-PREFIXO
                            ' TAMBEM ESTA FECHADA'
                 END-IF
              END-IF
           END-IF.

      *PROCURA UM PREFIXO (EM WRK-BUSCA-PREFIXO) NA TABELA DAS
      * AGENCIAS (BUSCA BINARIA - A TABELA ESTA EM ORDEM).
       2100-BUSCA-AGENCIA.
           MOVE 'N' TO WRK-ACHOU-AGE
           IF WRK-AGE-QTDE > 0
              SEARCH ALL WRK-AGE-ENT
                AT END
                  CONTINUE
                WHEN WRK-AGE-PREFIXO (WRK-AGE-IDX) = WRK-BUSCA-PREFIXO
                  MOVE 'S' TO WRK-ACHOU-AGE
              END-SEARCH
           END-IF.

      *ACUMULA UM ERRO APONTADO (O RETURN-CODE FINAL SAI DO TOTAL).
       9000-CONTA-ERRO.
           ADD 1 TO WRK-QT-ERROS.

      *TERMINO ANORMAL: RETURN-CODE 16 PARA O SCHEDULER.
       9950-ABENDA-RODADA.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
