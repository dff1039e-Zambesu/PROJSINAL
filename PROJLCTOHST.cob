      *OBJETIVO: VALIDAR O CADASTRO DE LANCAMENTOS E HISTORICOS
      *          (LCTOHST.TXT) ANTES DA GRADE NOTURNA CONSUMI-LO
      *DATA:02/09/2026
      *MANUTENCAO:
      *15/10/2026 - NOVA LINHA 'B' (CODIGOS DO LANCAMENTO DE BAIXA POR
      *             PROVISAO DO PROJBAIXA, MESMO DESENHO DA LINHA 'A'):
      *             UNICA, COM CODIGOS NUMERICOS E, QUANDO PRESENTE,
      *             APONTANDO PARA UM LCTO CADASTRADO E VALIDO E UM HST
      *             CADASTRADO. A LINHA E OPCIONAL PARA A GRADE NOTURNA
      *             - QUEM A EXIGE E O PROJBAIXA.
      *
      *O CADASTRO LCTOHST.TXT (NOME FIXO, COMO PARAMETROS.TXT) E A
      *FONTE UNICA DOS CODIGOS DE LANCAMENTO E HISTORICO USADOS PELO
      *PROJSINANAL (CRITICA DE ENTRADA, NATUREZA CONTABIL DA POSICAO
      *E DESCRICOES DO RELATORIO RESULTADO3) E PELO PROJAJUSTE
      *(CODIGOS DO LANCAMENTO DE AJUSTE) E PELO PROJBAIXA (CODIGOS DO
      *LANCAMENTO DE BAIXA POR PROVISAO). UM CADASTRO COM DEFEITO
      *DERRUBARIA A CRITICA DA NOITE INTEIRA, POR ISSO ESTE PROGRAMA
      *RODA ANTES DA GRADE E CONFERE: TIPOS DE LINHA CONHECIDOS,
      *CODIGO DE LCTO ENTRE 01 E 99 SEM DUPLICATA, NATUREZA 'D' OU
      *'C', INDICADOR DE VALIDADE 'S' OU 'N', CODIGO DE HST NAO
      *ZERADO SEM DUPLICATA E COM DESCRICAO, E A LINHA 'A' (CODIGOS
      *DO AJUSTE) UNICA, APONTANDO PARA UM LCTO CADASTRADO E VALIDO
      *E UM HST CADASTRADO; A LINHA 'B' (CODIGOS DA BAIXA POR
      *PROVISAO), SE EXISTIR, PASSA PELAS MESMAS CONFERENCIAS.
      *TODOS OS ERROS SAO LISTADOS NO CONSOLE (O PROGRAMA NAO PARA NO
      *PRIMEIRO) E O RETURN-CODE RESUME: 0 = CADASTRO VALIDO;
      *16 = CADASTRO INVALIDO OU AUSENTE - A GRADE NAO DEVE RODAR.
      *UMA LINHA POR REGISTRO DO CADASTRO: 'L' = LANCAMENTO (CODIGO,
      * NATUREZA CONTABIL D/C, VALIDO S/N), 'H' = HISTORICO (CODIGO E
      * DESCRICAO), 'A' = CODIGOS DO LANCAMENTO DE AJUSTE GERADO PELO
      * PROJAJUSTE (LCTO E HST), 'B' = CODIGOS DO LANCAMENTO DE BAIXA
      * POR PROVISAO GERADO PELO PROJBAIXA (MESMO DESENHO DA 'A').
       FD LCTOHST.
         01 LCH-REG.
           05 LCH-TIPO-REG             PIC X(01).
               88 LCH-REG-LCTO                  VALUE 'L'.
               88 LCH-REG-HST                   VALUE 'H'.
               88 LCH-REG-AJUSTE                VALUE 'A'.
               88 LCH-REG-BAIXA                 VALUE 'B'.
           05 LCH-DADOS                PIC X(35).
           05 LCH-LCTO REDEFINES LCH-DADOS.
               10 LCH-LCTO-CODIGO      PIC 9(02).
       77 WRK-AJU-LCTO                 PIC 9(02) VALUE ZEROS.
       77 WRK-AJU-HST                  PIC 9(03) VALUE ZEROS.

      *LINHA 'B' ENCONTRADA (CODIGOS DA BAIXA POR PROVISAO) E SEU
      * CONTEUDO - MESMO DESENHO DA LINHA 'A'.
       77 WRK-BXA-ACHADA               PIC X(01) VALUE 'N'.
           88 LINHA-BAIXA-ACHADA                  VALUE 'S'.
       77 WRK-BXA-LCTO                 PIC 9(02) VALUE ZEROS.
       77 WRK-BXA-HST                  PIC 9(03) VALUE ZEROS.

      *PARAMETRO DE CHAMADA DE 1250-BUSCA-HST (CODIGO A PROCURAR) E
      * ACHADO DA BUSCA.
       77 WRK-BUSCA-HST                PIC 9(03) VALUE ZEROS.
               PERFORM 1200-VALIDA-HST
             WHEN LCH-REG-AJUSTE
               PERFORM 1300-VALIDA-AJUSTE
             WHEN LCH-REG-BAIXA
               PERFORM 1400-VALIDA-BAIXA
             WHEN OTHER
               PERFORM 9000-CONTA-ERRO
               DISPLAY 'LINHA ' WRK-QT-LINHAS
              END-IF
           END-IF.

      *CRITICA UMA LINHA 'B': UNICA NO ARQUIVO E COM CODIGOS
      * NUMERICOS, COMO A LINHA 'A' (EXISTENCIA CONFERIDA EM 2000).
      * O DESENHO DA LINHA E O MESMO DA 'A' (LCH-AJU).
       1400-VALIDA-BAIXA.
           IF LINHA-BAIXA-ACHADA
              PERFORM 9000-CONTA-ERRO
              DISPLAY 'LINHA ' WRK-QT-LINHAS
                      ': LINHA DE BAIXA POR PROVISAO (B) DUPLICADA'
           ELSE
              IF LCH-AJU-LCTO IS NOT NUMERIC
                 OR LCH-AJU-HST IS NOT NUMERIC
                 PERFORM 9000-CONTA-ERRO
                 DISPLAY 'LINHA ' WRK-QT-LINHAS
                         ': CODIGOS DA LINHA DE BAIXA NAO '
                         'NUMERICOS'
              ELSE
                 MOVE 'S' TO WRK-BXA-ACHADA
                 MOVE LCH-AJU-LCTO TO WRK-BXA-LCTO
                 MOVE LCH-AJU-HST TO WRK-BXA-HST
              END-IF
           END-IF.

      *CONFERENCIAS DE CONJUNTO, DEPOIS DA LEITURA INTEIRA: O
      * CADASTRO PRECISA TER AO MENOS UM LCTO E UM HST, A LINHA 'A'
      * PRECISA EXISTIR E APONTAR PARA UM LCTO CADASTRADO E VALIDO E
      * PARA UM HST CADASTRADO (SENAO TODO LOTE DO PROJAJUSTE
      * NASCERIA REJEITAVEL NA CRITICA DA RODADA SEGUINTE). A LINHA
      * 'B' E OPCIONAL, MAS SE EXISTIR PASSA PELAS MESMAS
      * CONFERENCIAS (UM LOTE DE BAIXA COM CODIGO MORTO SERIA
      * RECUSADO INTEIRO PELO RAZAO).
       2000-VALIDA-CONJUNTO.
           IF WRK-QT-LCTOS = ZEROS
              PERFORM 9000-CONTA-ERRO
                 DISPLAY 'HST DE AJUSTE ' WRK-AJU-HST
                         ' NAO CADASTRADO'
              END-IF
           END-IF
           IF LINHA-BAIXA-ACHADA
              IF WRK-BXA-LCTO = ZEROS
                 PERFORM 9000-CONTA-ERRO
                 DISPLAY 'LCTO DE BAIXA ' WRK-BXA-LCTO
                         ' NAO CADASTRADO OU NAO VALIDO'
              ELSE
                 IF NOT LCT-CADASTRADO (WRK-BXA-LCTO)
                    OR NOT LCT-VALIDO (WRK-BXA-LCTO)
                    PERFORM 9000-CONTA-ERRO
                    DISPLAY 'LCTO DE BAIXA ' WRK-BXA-LCTO
                            ' NAO CADASTRADO OU NAO VALIDO'
                 END-IF
              END-IF
              MOVE WRK-BXA-HST TO WRK-BUSCA-HST
              PERFORM 1250-BUSCA-HST
              IF NOT ACHOU-HST
                 PERFORM 9000-CONTA-ERRO
                 DISPLAY 'HST DE BAIXA ' WRK-BXA-HST
                         ' NAO CADASTRADO'
              END-IF
           END-IF.

      *ACUMULA UM ERRO APONTADO (O RETURN-CODE FINAL SAI DO TOTAL).
