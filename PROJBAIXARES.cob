       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJBAIXARES.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: RESUMO MENSAL DO VALOR BAIXADO CONTRA PROVISAO POR
      *          PREFIXO E FAIXA DE IDADE
      *DATA:15/10/2026
      *
      *O FECHAMENTO DO MES PRECISA DO VALOR BAIXADO CONTRA A CONTA DE
      *PROVISAO (PROJBAIXA) ABERTO POR AGENCIA E PELA IDADE QUE A
      *PENDENCIA TINHA QUANDO FOI BAIXADA. ESTE PROGRAMA PERCORRE O
      *CADASTRO PENDCAD.DAT E SOMA AS PENDENCIAS BAIXADAS COM O MOTIVO
      *'P' (PROVISAO) CUJA DATA DA BAIXA CAI NO MES DA DATA INFORMADA.
      *A IDADE E CONTADA EM DIAS UTEIS DA DATA DE ORIGEM ATE A DATA
      *DA BAIXA, COMO NO PROJBAIXA (FINS DE SEMANA E FERIADOS DE
      *FERIADOS.TXT NAO CONTAM), E CLASSIFICADA EM CINCO FAIXAS: ATE
      *60, DE 61 A 120, DE 121 A 250, DE 251 A 500 E ACIMA DE 500
      *DIAS UTEIS. A BAIXA REJEITADA PELO RAZAO JA FOI REABERTA PELO
      *PROJRETORNO E NAO ENTRA NA SOMA. O RELATORIO
      *BAIXARES.<AAAAMM>.TXT TRAZ UMA LINHA POR PREFIXO (EM ORDEM DE
      *PREFIXO) COM O VALOR DE CADA FAIXA, A QUANTIDADE E O TOTAL, E
      *O TOTAL GERAL COM O VALOR E A QUANTIDADE POR FAIXA. CONSULTA
      *SEM EFEITO NA CADEIA: NAO GRAVA REGISTRO DE CONTROLE.
      *RETURN-CODE: 0 = HOUVE BAIXA CONTRA PROVISAO NO MES; 4 =
      *NENHUMA BAIXA NO MES (RELATORIO SO COM O CABECALHO); 16 = ERRO
      *FATAL DE E/S, DATA INVALIDA OU CADASTRO AUSENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O CADASTRO INDEXADO DE PENDENCIAS (NOME FIXO E MESMA
      * DECLARACAO DO PROJSINANAL), PERCORRIDO NA ORDEM DA CHAVE.
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

      *CARREGA O RESUMO MENSAL DAS BAIXAS. NOME MONTADO EM TEMPO DE
      * EXECUCAO A PARTIR DO ANO/MES DA DATA INFORMADA.
         SELECT BAIXARES ASSIGN TO DYNAMIC WRK-NOME-BAIXARES
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-BAIXARES.

      *CARREGA O CALENDARIO DE FERIADOS (UMA DATA AAAAMMDD POR LINHA,
      * MANTIDO PELA OPERACAO, NOME FIXO). ARQUIVO AUSENTE NAO E
      * ERRO: SO OS FINS DE SEMANA DEIXAM DE CONTAR COMO DIA UTIL.
         SELECT FERIADOS ASSIGN TO 'FERIADOS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.

      *MESMO LAYOUT DO PCD-REG DO PROJSINANAL.
       FD PENDCAD.
         01 PCD-REG.
           05 PCD-CHAVE.
               10 PCD-ORIGEM           PIC X(04).
               10 PCD-PREFIXO          PIC 9(05).
               10 PCD-CHAVE-PARTIDA.
                   15 PCD-BALANCETE    PIC 9(09).
                   15 PCD-PARTIDA      PIC 9(17).
                   15 PCD-LCTO         PIC 9(02).
           05 PCD-DATA-ORIGEM          PIC 9(08).
           05 PCD-VALOR                PIC 9(15).
           05 PCD-HST                  PIC 9(03).
           05 PCD-SITUACAO             PIC X(01).
               88 PCD-EM-ABERTO                   VALUE 'A'.
               88 PCD-BAIXADA                     VALUE 'B'.
           05 PCD-DATA-ALTERACAO       PIC 9(08).
           05 PCD-PROGRAMA-ALTERACAO   PIC X(12).
           05 PCD-DATA-BAIXA           PIC 9(08).
           05 PCD-BAIXADA-POR          PIC X(12).
           05 PCD-SUFIXO-BAIXA         PIC X(08).
           05 PCD-MOTIVO-BAIXA         PIC X(01).
               88 PCD-BAIXA-CONCILIADA            VALUE 'C'.
               88 PCD-BAIXA-PROVISAO              VALUE 'P'.
           05 FILLER                   PIC X(19).

       FD BAIXARES.
         01 BXR-LINHA                  PIC X(132).

       FD FERIADOS.
         01 FER-REG.
           05 FER-DATA                 PIC 9(08).
           05 FER-DESC                 PIC X(30).

       WORKING-STORAGE SECTION.

       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.
       77 WRK-FS-BAIXARES              PIC X(02) VALUE SPACES.
       77 WRK-FS-FERIADOS              PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-MES-REF                  PIC 9(06) VALUE ZEROS.
       77 WRK-MES-BAIXA                PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-BAIXARES            PIC X(40) VALUE SPACES.
       77 WRK-FIM-CADASTRO             PIC X(01) VALUE 'N'.
           88 FIM-CADASTRO                        VALUE 'S'.

      *CALENDARIO DE FERIADOS E APOIO DA CONTAGEM DE DIAS UTEIS -
      * MESMA LOGICA DO PROJBAIXA.
       01 WRK-FER-TABELA.
           05 WRK-FER-QTDE              PIC 9(03) VALUE ZEROS.
           05 WRK-FER-TAB OCCURS 400 TIMES INDEXED BY WRK-FER-IDX.
               10 WRK-FER-TAB-DATA      PIC 9(08).
       77 WRK-UTIL-DATA                PIC 9(08) VALUE ZEROS.
       77 WRK-UTIL-INT                 PIC 9(08) VALUE ZEROS.
       77 WRK-UTIL-QUOC                PIC 9(08) VALUE ZEROS.
       77 WRK-UTIL-RESTO               PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-UTIL                 PIC X(01) VALUE 'N'.
           88 DIA-E-UTIL                          VALUE 'S'.
       77 WRK-CONT-INT-INI             PIC 9(08) VALUE ZEROS.
       77 WRK-CONT-INT-FIM             PIC 9(08) VALUE ZEROS.
       77 WRK-CONT-INT-CORR            PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-IDADE               PIC 9(05) VALUE ZEROS.
       77 WRK-FAIXA                    PIC 9(01) VALUE ZEROS.

      *TABELA DOS PREFIXOS COM BAIXA NO MES, MANTIDA EM ORDEM DE
      * PREFIXO NA INCLUSAO: VALOR POR FAIXA DE IDADE (1 = ATE 60,
      * 2 = 61 A 120, 3 = 121 A 250, 4 = 251 A 500, 5 = ACIMA DE 500
      * DIAS UTEIS), QUANTIDADE E VALOR TOTAL.
       01 WRK-PRF-TABELA.
           05 WRK-PRF-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-PRF-ENT OCCURS 5000 TIMES INDEXED BY WRK-PRF-IDX.
               10 WRK-PRF-PREFIXO       PIC 9(05).
               10 WRK-PRF-VALOR-FAIXA   PIC 9(15) OCCURS 5 TIMES.
               10 WRK-PRF-QT            PIC 9(07).
               10 WRK-PRF-VALOR         PIC 9(17).
       77 WRK-INS-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-INS-J                    PIC 9(05) VALUE ZEROS.
       77 WRK-INS-PARAR                PIC X(01) VALUE 'N'.
           88 INS-POSICAO-ACHADA                  VALUE 'S'.
       77 WRK-ACHOU-PRF                PIC X(01) VALUE 'N'.
           88 ACHOU-PREFIXO                       VALUE 'S'.

      *TOTAIS GERAIS POR FAIXA E DO MES.
       01 WRK-TOT-FAIXAS.
           05 WRK-TOT-FAIXA OCCURS 5 TIMES.
               10 WRK-TOT-VALOR-FAIXA   PIC 9(17) VALUE ZEROS.
               10 WRK-TOT-QT-FAIXA      PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-QT                   PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-VALOR                PIC 9(17) VALUE ZEROS.
       77 WRK-QT-LIDAS                 PIC 9(07) VALUE ZEROS.
       77 WRK-FX-I                     PIC 9(01) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *LINHA DE DETALHE DO RESUMO (UMA POR PREFIXO) E CONTROLE DE
      * PAGINACAO, NO ESTILO DOS DEMAIS RELATORIOS DO SISTEMA.
       77 WRK-REL-LINHAS-PAG           PIC 9(02) VALUE ZEROS.
       77 WRK-REL-PAGINA               PIC 9(03) VALUE ZEROS.
       77 WRK-REL-MAX-LINHAS           PIC 9(02) VALUE 40.
       01 WRK-REL-LINHA-DET.
           05 WRK-RLD-PREFIXO          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-FAIXA OCCURS 5 TIMES.
               10 WRK-RLD-VALOR-FAIXA  PIC Z(14)9.
               10 FILLER               PIC X(02).
           05 WRK-RLD-QT               PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-VALOR            PIC Z(16)9.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA UMA DATA DO MES DO RESUMO...'
           ACCEPT WRK-DATA FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0370-CARREGA-FERIADOS.
           STRING 'BAIXARES.' DELIMITED BY SIZE
                  WRK-MES-REF DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-BAIXARES.
           OPEN OUTPUT BAIXARES.
           IF WRK-FS-BAIXARES NOT = '00'
              DISPLAY 'ERRO AO CRIAR O RESUMO DE BAIXAS - FILE STATUS='
                      WRK-FS-BAIXARES
              PERFORM 9950-ABENDA-RODADA
           END-IF.
           PERFORM 1000-PERCORRE-CADASTRO.
           PERFORM 2500-IMPRIME-CABECALHO.
           PERFORM 3000-RELATA-PREFIXOS.
           PERFORM 4000-GRAVA-TOTAL-GERAL.
           CLOSE BAIXARES.
           IF WRK-TOT-QT > ZEROS
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           DISPLAY 'PENDENCIAS LIDAS ..: ' WRK-QT-LIDAS.
           DISPLAY 'BAIXADAS NO MES ...: ' WRK-TOT-QT
                   ' VALOR=' WRK-TOT-VALOR.
           DISPLAY 'PREFIXOS ..........: ' WRK-PRF-QTDE.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *CRITICA A DATA INFORMADA E SEPARA O ANO/MES DO RESUMO.
       0050-VALIDA-ENTRADAS.
           IF WRK-DATA IS NOT NUMERIC
              DISPLAY 'DATA INFORMADA NAO E NUMERICA: ' WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF FUNCTION INTEGER-OF-DATE (WRK-DATA) = ZEROS
              DISPLAY 'DATA INFORMADA NAO EXISTE NO CALENDARIO: '
                      WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           DIVIDE WRK-DATA BY 100 GIVING WRK-MES-REF.

      *CARREGA O CALENDARIO DE FERIADOS NA TABELA EM MEMORIA, COMO NO
      * PROJBAIXA. AUSENTE NAO E ERRO.
       0370-CARREGA-FERIADOS.
           OPEN INPUT FERIADOS
           IF WRK-FS-FERIADOS NOT = '00'
              DISPLAY 'FERIADOS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-FERIADOS ') - SO FINS DE SEMANA '
                      'DESCONTAM DA IDADE'
           ELSE
              PERFORM UNTIL WRK-FS-FERIADOS NOT = '00'
                  READ FERIADOS
                    AT END
                      MOVE '10' TO WRK-FS-FERIADOS
                    NOT AT END
                      PERFORM 0375-GUARDA-FERIADO
                  END-READ
              END-PERFORM
              CLOSE FERIADOS
              DISPLAY 'FERIADOS CARREGADOS: ' WRK-FER-QTDE
           END-IF.

      *GUARDA UM FERIADO DO CALENDARIO NA TABELA.
       0375-GUARDA-FERIADO.
           IF FER-DATA IS NOT NUMERIC
              DISPLAY 'FERIADO IGNORADO - DATA INVALIDA: ' FER-DATA
           ELSE
              IF WRK-FER-QTDE >= 400
                 DISPLAY 'TABELA DE FERIADOS ESGOTADA - AUMENTAR '
                         'OCCURS DE WRK-FER-TAB'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-FER-QTDE
              SET WRK-FER-IDX TO WRK-FER-QTDE
              MOVE FER-DATA TO WRK-FER-TAB-DATA (WRK-FER-IDX)
           END-IF.

      *TESTA SE A DATA EM WRK-UTIL-DATA E DIA UTIL: NAO PODE SER
      * SABADO NEM DOMINGO (RESTO DA DIVISAO POR 7 DO INTEIRO DE
      * CALENDARIO) NEM CONSTAR DO CALENDARIO DE FERIADOS.
       0390-TESTA-DIA-UTIL.
           MOVE 'S' TO WRK-DIA-UTIL
           COMPUTE WRK-UTIL-INT =
               FUNCTION INTEGER-OF-DATE (WRK-UTIL-DATA)
           DIVIDE WRK-UTIL-INT BY 7 GIVING WRK-UTIL-QUOC
               REMAINDER WRK-UTIL-RESTO
           IF WRK-UTIL-RESTO = 6 OR WRK-UTIL-RESTO = 0
              MOVE 'N' TO WRK-DIA-UTIL
           ELSE
              SET WRK-FER-IDX TO 1
              SEARCH WRK-FER-TAB
                AT END
                  CONTINUE
                WHEN WRK-FER-IDX > WRK-FER-QTDE
                  CONTINUE
                WHEN WRK-FER-TAB-DATA (WRK-FER-IDX) = WRK-UTIL-DATA
                  MOVE 'N' TO WRK-DIA-UTIL
              END-SEARCH
           END-IF.

      *PERCORRE O CADASTRO NA ORDEM DA CHAVE E ACUMULA CADA PENDENCIA
      * BAIXADA CONTRA PROVISAO NO MES DO RESUMO.
       1000-PERCORRE-CADASTRO.
           OPEN INPUT PENDCAD
           IF WRK-FS-PENDCAD = '35'
              DISPLAY 'CADASTRO DE PENDENCIAS PENDCAD.DAT AUSENTE - '
                      'RODAR O PROJPENDCONV'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM 1900-TESTA-FS-PENDCAD
           MOVE 'N' TO WRK-FIM-CADASTRO
           MOVE LOW-VALUES TO PCD-CHAVE
           START PENDCAD KEY IS NOT LESS THAN PCD-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-FIM-CADASTRO
           END-START
           PERFORM UNTIL FIM-CADASTRO
               READ PENDCAD NEXT
                 AT END
                   MOVE 'S' TO WRK-FIM-CADASTRO
                 NOT AT END
                   PERFORM 1900-TESTA-FS-PENDCAD
                   ADD 1 TO WRK-QT-LIDAS
                   IF PCD-BAIXADA AND PCD-BAIXA-PROVISAO
                      AND PCD-DATA-BAIXA IS NUMERIC
                      DIVIDE PCD-DATA-BAIXA BY 100
                          GIVING WRK-MES-BAIXA
                      IF WRK-MES-BAIXA = WRK-MES-REF
                         PERFORM 1100-ACUMULA-BAIXA
                      END-IF
                   END-IF
               END-READ
               IF NOT FIM-CADASTRO
                  PERFORM 1900-TESTA-FS-PENDCAD
               END-IF
           END-PERFORM
           CLOSE PENDCAD.

      *APURA A IDADE DA PENDENCIA NA DATA DA BAIXA, CLASSIFICA NA
      * FAIXA E SOMA NO PREFIXO E NOS TOTAIS GERAIS.
       1100-ACUMULA-BAIXA.
           PERFORM 1200-CONTA-DIAS-UTEIS
           EVALUATE TRUE
             WHEN WRK-DIAS-IDADE <= 60
               MOVE 1 TO WRK-FAIXA
             WHEN WRK-DIAS-IDADE <= 120
               MOVE 2 TO WRK-FAIXA
             WHEN WRK-DIAS-IDADE <= 250
               MOVE 3 TO WRK-FAIXA
             WHEN WRK-DIAS-IDADE <= 500
               MOVE 4 TO WRK-FAIXA
             WHEN OTHER
               MOVE 5 TO WRK-FAIXA
           END-EVALUATE
           PERFORM 1300-LOCALIZA-PREFIXO
           ADD PCD-VALOR TO WRK-PRF-VALOR-FAIXA (WRK-PRF-IDX WRK-FAIXA)
           ADD 1 TO WRK-PRF-QT (WRK-PRF-IDX)
           ADD PCD-VALOR TO WRK-PRF-VALOR (WRK-PRF-IDX)
           ADD PCD-VALOR TO WRK-TOT-VALOR-FAIXA (WRK-FAIXA)
           ADD 1 TO WRK-TOT-QT-FAIXA (WRK-FAIXA)
           ADD 1 TO WRK-TOT-QT
           ADD PCD-VALOR TO WRK-TOT-VALOR.

      *CONTA EM WRK-DIAS-IDADE OS DIAS UTEIS ENTRE A DATA DE ORIGEM
      * (EXCLUSIVE) E A DATA DA BAIXA (INCLUSIVE), COMO NO PROJBAIXA.
      * DATA DE ORIGEM INVALIDA OU POSTERIOR A BAIXA FICA COM IDADE 0.
       1200-CONTA-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-IDADE
           IF PCD-DATA-ORIGEM IS NUMERIC
              AND PCD-DATA-ORIGEM < PCD-DATA-BAIXA
              COMPUTE WRK-CONT-INT-INI =
                  FUNCTION INTEGER-OF-DATE (PCD-DATA-ORIGEM)
              COMPUTE WRK-CONT-INT-FIM =
                  FUNCTION INTEGER-OF-DATE (PCD-DATA-BAIXA)
              COMPUTE WRK-CONT-INT-CORR = WRK-CONT-INT-INI + 1
              PERFORM UNTIL WRK-CONT-INT-CORR > WRK-CONT-INT-FIM
                  COMPUTE WRK-UTIL-DATA =
                      FUNCTION DATE-OF-INTEGER (WRK-CONT-INT-CORR)
                  PERFORM 0390-TESTA-DIA-UTIL
                  IF DIA-E-UTIL
                     ADD 1 TO WRK-DIAS-IDADE
                  END-IF
                  ADD 1 TO WRK-CONT-INT-CORR
              END-PERFORM
           END-IF.

      *POSICIONA WRK-PRF-IDX NO PREFIXO DA PENDENCIA; PREFIXO NOVO E
      * INCLUIDO NA POSICAO DA ORDEM, DESLOCANDO OS MAIORES PARA BAIXO.
       1300-LOCALIZA-PREFIXO.
           MOVE 'N' TO WRK-ACHOU-PRF
           SET WRK-PRF-IDX TO 1
           SEARCH WRK-PRF-ENT
             AT END
               CONTINUE
             WHEN WRK-PRF-IDX > WRK-PRF-QTDE
               CONTINUE
             WHEN WRK-PRF-PREFIXO (WRK-PRF-IDX) = PCD-PREFIXO
               MOVE 'S' TO WRK-ACHOU-PRF
           END-SEARCH
           IF NOT ACHOU-PREFIXO
              PERFORM 1400-INSERE-PREFIXO
           END-IF.

      *INCLUI O PREFIXO NA TABELA EM ORDEM CRESCENTE, ZERADO.
       1400-INSERE-PREFIXO.
           IF WRK-PRF-QTDE >= 5000
              DISPLAY 'TABELA DE PREFIXOS ESGOTADA - AUMENTAR OCCURS '
                      'DE WRK-PRF-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-PRF-QTDE
           MOVE WRK-PRF-QTDE TO WRK-INS-POS
           MOVE 'N' TO WRK-INS-PARAR
           PERFORM UNTIL WRK-INS-POS = 1 OR INS-POSICAO-ACHADA
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               IF WRK-PRF-PREFIXO (WRK-INS-J) < PCD-PREFIXO
                  MOVE 'S' TO WRK-INS-PARAR
               ELSE
                  MOVE WRK-PRF-ENT (WRK-INS-J)
                     TO WRK-PRF-ENT (WRK-INS-POS)
                  MOVE WRK-INS-J TO WRK-INS-POS
               END-IF
           END-PERFORM
           SET WRK-PRF-IDX TO WRK-INS-POS
           MOVE PCD-PREFIXO TO WRK-PRF-PREFIXO (WRK-PRF-IDX)
           PERFORM VARYING WRK-FX-I FROM 1 BY 1 UNTIL WRK-FX-I > 5
               MOVE ZEROS TO WRK-PRF-VALOR-FAIXA (WRK-PRF-IDX WRK-FX-I)
           END-PERFORM
           MOVE ZEROS TO WRK-PRF-QT (WRK-PRF-IDX)
           MOVE ZEROS TO WRK-PRF-VALOR (WRK-PRF-IDX).

      *CONFERE O FILE STATUS DO CADASTRO DE PENDENCIAS ('02' = CHAVE
      * ALTERNATIVA REPETIDA, NORMAL NESTE ARQUIVO).
       1900-TESTA-FS-PENDCAD.
           IF NOT FS-PENDCAD-OK
              DISPLAY 'ERRO DE E/S NO PENDCAD.DAT - FILE STATUS='
                      WRK-FS-PENDCAD
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *IMPRIME TITULO/DATA/PAGINA E O CABECALHO DE COLUNAS. CADA
      * ROTULO TERMINA NA COLUNA EM QUE TERMINA O CAMPO CORRESPONDENTE
      * DA LINHA DE DETALHE.
       2500-IMPRIME-CABECALHO.
           ADD 1 TO WRK-REL-PAGINA
           MOVE SPACES TO BXR-LINHA
           STRING 'BAIXAS CONTRA PROVISAO POR PREFIXO E FAIXA DE IDADE '
                  '(DIAS UTEIS) - MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO BXR-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO BXR-LINHA
           STRING 'DATA: '       DELIMITED BY SIZE
                  WRK-DATA       DELIMITED BY SIZE
                  '   PAGINA: '  DELIMITED BY SIZE
                  WRK-REL-PAGINA DELIMITED BY SIZE
               INTO BXR-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO BXR-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO BXR-LINHA
           STRING ' PREF'                    DELIMITED BY SIZE
                  '           ATE 60'        DELIMITED BY SIZE
                  '         61 A 120'        DELIMITED BY SIZE
                  '        121 A 250'        DELIMITED BY SIZE
                  '        251 A 500'        DELIMITED BY SIZE
                  '     ACIMA DE 500'        DELIMITED BY SIZE
                  '      QT.'                DELIMITED BY SIZE
                  '        VALOR TOTAL'      DELIMITED BY SIZE
               INTO BXR-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE ZEROS TO WRK-REL-LINHAS-PAG.

      *LISTA UMA LINHA POR PREFIXO, EM ORDEM DE PREFIXO.
       3000-RELATA-PREFIXOS.
           IF WRK-PRF-QTDE = ZEROS
              MOVE SPACES TO BXR-LINHA
              STRING 'NENHUMA PENDENCIA BAIXADA CONTRA PROVISAO NO MES '
                     WRK-MES-REF
                  DELIMITED BY SIZE INTO BXR-LINHA
              PERFORM 8000-GRAVA-LINHA-REL
           END-IF
           PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTDE
               PERFORM 3100-GRAVA-DETALHE
           END-PERFORM.

      *MONTA E GRAVA A LINHA DE UM PREFIXO.
       3100-GRAVA-DETALHE.
           IF WRK-REL-LINHAS-PAG >= WRK-REL-MAX-LINHAS
              PERFORM 2500-IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO WRK-REL-LINHA-DET
           MOVE WRK-PRF-PREFIXO (WRK-PRF-IDX) TO WRK-RLD-PREFIXO
           PERFORM VARYING WRK-FX-I FROM 1 BY 1 UNTIL WRK-FX-I > 5
               MOVE WRK-PRF-VALOR-FAIXA (WRK-PRF-IDX WRK-FX-I)
                  TO WRK-RLD-VALOR-FAIXA (WRK-FX-I)
           END-PERFORM
           MOVE WRK-PRF-QT (WRK-PRF-IDX) TO WRK-RLD-QT
           MOVE WRK-PRF-VALOR (WRK-PRF-IDX) TO WRK-RLD-VALOR
           MOVE WRK-REL-LINHA-DET TO BXR-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           ADD 1 TO WRK-REL-LINHAS-PAG.

      *TOTAL GERAL DO MES: VALOR E QUANTIDADE POR FAIXA.
       4000-GRAVA-TOTAL-GERAL.
           MOVE SPACES TO BXR-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO WRK-REL-LINHA-DET
           PERFORM VARYING WRK-FX-I FROM 1 BY 1 UNTIL WRK-FX-I > 5
               MOVE WRK-TOT-VALOR-FAIXA (WRK-FX-I)
                  TO WRK-RLD-VALOR-FAIXA (WRK-FX-I)
           END-PERFORM
           MOVE WRK-TOT-QT TO WRK-RLD-QT
           MOVE WRK-TOT-VALOR TO WRK-RLD-VALOR
           MOVE WRK-REL-LINHA-DET TO BXR-LINHA
           MOVE 'TOTAL' TO BXR-LINHA (1:5)
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO WRK-REL-LINHA-DET
           PERFORM VARYING WRK-FX-I FROM 1 BY 1 UNTIL WRK-FX-I > 5
               MOVE WRK-TOT-QT-FAIXA (WRK-FX-I)
                  TO WRK-RLD-VALOR-FAIXA (WRK-FX-I)
           END-PERFORM
           MOVE WRK-TOT-QT TO WRK-RLD-QT
           MOVE WRK-REL-LINHA-DET TO BXR-LINHA
           MOVE 'QT.' TO BXR-LINHA (1:5)
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO BXR-LINHA
           STRING 'PREFIXOS COM BAIXA NO MES=' WRK-PRF-QTDE
                  '   PENDENCIAS LIDAS NO CADASTRO=' WRK-QT-LIDAS
               DELIMITED BY SIZE INTO BXR-LINHA
           PERFORM 8000-GRAVA-LINHA-REL.

      *GRAVA UMA LINHA DO RELATORIO CONFERINDO O FILE STATUS.
       8000-GRAVA-LINHA-REL.
           WRITE BXR-LINHA
           IF WRK-FS-BAIXARES NOT = '00'
              DISPLAY 'ERRO DE E/S NO RESUMO DE BAIXAS - FILE STATUS='
                      WRK-FS-BAIXARES
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *TERMINO ANORMAL: RETURN-CODE 16 PARA O SCHEDULER, COMO NOS
      * DEMAIS PROGRAMAS DO SISTEMA.
       9950-ABENDA-RODADA.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
