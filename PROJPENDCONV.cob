       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPENDCONV.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: CRIAR O CADASTRO INDEXADO DE PENDENCIAS (PENDCAD.DAT)
      *          A PARTIR DO ANTIGO PENDENTES.TXT - CONVERSAO UNICA
      *DATA:15/10/2026
      *
      *O CADASTRO DE PENDENCIAS ERA UM ARQUIVO SEQUENCIAL
      *(PENDENTES.TXT) LIDO INTEIRO E REGRAVADO INTEIRO PELO
      *PROJSINANAL, PELO PROJRETORNO E PELO PROJREINJETA: O TEMPO
      *CRESCIA COM O ESTOQUE E UM ABORTO NO MEIO DA REGRAVACAO
      *PUNHA TODO O ESTOQUE EM RISCO. O CADASTRO PASSA A SER O
      *ARQUIVO INDEXADO PENDCAD.DAT, COM CHAVE ORIGEM+PREFIXO+
      *BALANCETE+PARTIDA+LCTO, EM QUE CADA PROGRAMA LE E ATUALIZA SO
      *OS REGISTROS QUE TOCA.
      *ESTE PROGRAMA RODA UMA UNICA VEZ, NA IMPLANTACAO: RECUSA RODAR
      *SE O PENDCAD.DAT JA EXISTE (UMA SEGUNDA CONVERSAO APAGARIA AS
      *BAIXAS E INCLUSOES FEITAS DESDE A PRIMEIRA), CRITICA O
      *PENDENTES.TXT INTEIRO ANTES DE CRIAR O CADASTRO (LINHA COM
      *ORIGEM OU CAMPO NUMERICO INVALIDO ABORTA SEM CRIAR NADA) E SO
      *ENTAO CARREGA CADA LINHA COMO PENDENCIA EM ABERTO, COM A DATA
      *INFORMADA E O NOME DESTE PROGRAMA COMO ULTIMA ALTERACAO.
      *O ARQUIVO ANTIGO ADMITIA A MESMA CHAVE MAIS DE UMA VEZ (O
      *PROJRETORNO ACRESCENTAVA O AJUSTE REJEITADO SEM OLHAR SE A
      *PENDENCIA AINDA ESTAVA ABERTA): A CHAVE REPETIDA FICA COM A
      *DATA DE ORIGEM MAIS ANTIGA (O ENVELHECIMENTO CONTINUA
      *CORRENDO DO PRIMEIRO APARECIMENTO) E CADA REPETICAO E LISTADA
      *NO CONSOLE.
      *PENDENTES.TXT AUSENTE CRIA O CADASTRO VAZIO (INSTALACAO NOVA).
      *DEPOIS DA CONVERSAO, PENDENTES.TXT PASSA A SER SO A DESCARGA
      *DAS PENDENCIAS EM ABERTO GRAVADA PELO PROJPENDDESC PARA OS
      *PROGRAMAS DE CONSULTA.
      *ERRO FATAL DEPOIS DE O CADASTRO TER SIDO CRIADO FECHA E REMOVE
      *O PENDCAD.DAT PARCIAL: O RERUN ENCONTRA O CADASTRO AUSENTE E
      *REFAZ A CONVERSAO INTEIRA.
      *RETURN-CODE: 0 = CADASTRO CRIADO; 4 = CRIADO, COM CHAVES
      *REPETIDAS UNIFICADAS; 16 = CADASTRO JA EXISTENTE, LINHA
      *INVALIDA NO PENDENTES.TXT OU ERRO FATAL DE E/S.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O CADASTRO SEQUENCIAL ANTIGO DE PENDENCIAS EM ABERTO
      * (NOME FIXO, COMO ERA GRAVADO PELO PROJSINANAL).
         SELECT PENDENTES ASSIGN TO 'PENDENTES.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PENDENTES.

      *CARREGA O CADASTRO INDEXADO DE PENDENCIAS CRIADO AQUI (MESMA
      * DECLARACAO DO PROJSINANAL).
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

       DATA DIVISION.
       FILE SECTION.

      *LAYOUT ANTIGO DO PEND-REG GRAVADO PELO PROJSINANAL (O MESMO
      * DA DESCARGA DO PROJPENDDESC).
       FD PENDENTES.
         01 PEND-REG.
           05 PEND-DATA-ORIGEM         PIC 9(08).
           05 PEND-ORIGEM              PIC X(04).
           05 PEND-PREFIXO             PIC 9(05).
           05 PEND-BALANCETE           PIC 9(09).
           05 PEND-PARTIDA             PIC 9(17).
           05 PEND-LCTO                PIC 9(02).
           05 PEND-VALOR               PIC 9(15).
           05 PEND-HST                 PIC 9(03).

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

       WORKING-STORAGE SECTION.

       77 WRK-FS-PENDENTES             PIC X(02) VALUE SPACES.
       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.
       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.
       77 WRK-PROGRAMA                 PIC X(12) VALUE 'PROJPENDCONV'.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-ERR-FS                   PIC X(02) VALUE SPACES.

      *PENDCAD.DAT CRIADO POR ESTA RODADA (O ABORTO O REMOVE).
       77 WRK-CRIOU-CADASTRO           PIC X(01) VALUE 'N'.
           88 CADASTRO-CRIADO                     VALUE 'S'.
       77 WRK-NOME-PENDCAD             PIC X(12) VALUE 'PENDCAD.DAT'.
       77 WRK-DEL-STATUS               PIC S9(09) COMP VALUE ZEROS.

      *PENDENTES.TXT PRESENTE (SE AUSENTE, O CADASTRO E CRIADO VAZIO).
       77 WRK-TEM-ANTIGO               PIC X(01) VALUE 'N'.
           88 TEM-CADASTRO-ANTIGO                 VALUE 'S'.

      *LINHA DO ARQUIVO ANTIGO GUARDADA ANTES DA LEITURA DA CHAVE
      * REPETIDA (A LEITURA SOBREPOE A AREA PCD-REG).
       01 WRK-NOVA-AREA                PIC X(132) VALUE SPACES.
       01 WRK-NOVA-REG REDEFINES WRK-NOVA-AREA.
           05 FILLER                   PIC X(37).
           05 WRK-NOVA-DATA-ORIGEM     PIC 9(08).
           05 WRK-NOVA-VALOR           PIC 9(15).
           05 FILLER                   PIC X(72).

      *CONTADORES PARA O RESUMO DO CONSOLE.
       77 WRK-QT-LIDAS                 PIC 9(07) VALUE ZEROS.
       77 WRK-QT-INVALIDAS             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-GRAVADAS              PIC 9(07) VALUE ZEROS.
       77 WRK-QT-REPETIDAS             PIC 9(07) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA DA CONVERSAO...'
           ACCEPT WRK-DATA FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0100-CONFERE-CADASTRO-NOVO.
           PERFORM 1000-CRITICA-ANTIGO.
           PERFORM 2000-CRIA-CADASTRO.
           IF TEM-CADASTRO-ANTIGO
              PERFORM 3000-CARREGA-ANTIGO
           END-IF.
           CLOSE PENDCAD.
           DISPLAY '----- CONVERSAO DO CADASTRO DE PENDENCIAS -----'.
           DISPLAY 'LINHAS LIDAS ......: ' WRK-QT-LIDAS.
           DISPLAY 'PENDENCIAS GRAVADAS: ' WRK-QT-GRAVADAS.
           DISPLAY 'CHAVES REPETIDAS ..: ' WRK-QT-REPETIDAS.
           IF WRK-QT-REPETIDAS > ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *CRITICA OS DADOS INFORMADOS, COMO NOS DEMAIS PROGRAMAS.
       0050-VALIDA-ENTRADAS.
           IF WRK-DATA IS NOT NUMERIC
              DISPLAY 'DATA INFORMADA NAO E NUMERICA: ' WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF FUNCTION INTEGER-OF-DATE (WRK-DATA) = ZEROS
              DISPLAY 'DATA INFORMADA NAO EXISTE NO CALENDARIO: '
                      WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *A CONVERSAO SO RODA SOBRE CADASTRO INEXISTENTE: PENDCAD.DAT JA
      * CRIADO TEM BAIXAS E INCLUSOES QUE O PENDENTES.TXT NAO TEM.
       0100-CONFERE-CADASTRO-NOVO.
           OPEN INPUT PENDCAD
           IF WRK-FS-PENDCAD NOT = '35'
              IF FS-PENDCAD-OK
                 CLOSE PENDCAD
              END-IF
              DISPLAY 'PENDCAD.DAT JA EXISTE (FILE STATUS='
                      WRK-FS-PENDCAD ') - CONVERSAO JA FEITA, NADA '
                      'FOI ALTERADO'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *PRIMEIRA LEITURA DO PENDENTES.TXT, SO DE CRITICA: ORIGEM
      * 'SINT'/'ANAL' E CAMPOS NUMERICOS. QUALQUER LINHA INVALIDA
      * ABORTA ANTES DE O CADASTRO SER CRIADO.
       1000-CRITICA-ANTIGO.
           OPEN INPUT PENDENTES
           IF WRK-FS-PENDENTES = '35'
              DISPLAY 'PENDENTES.TXT AUSENTE - CADASTRO CRIADO VAZIO'
           ELSE
              MOVE 'PENDENTES' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDENTES TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE 'S' TO WRK-TEM-ANTIGO
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ PENDENTES
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      ADD 1 TO WRK-QT-LIDAS
                      PERFORM 1100-CRITICA-LINHA
                  END-READ
                  IF WRK-FS-PENDENTES NOT = '00'
                     AND WRK-FS-PENDENTES NOT = '10'
                     MOVE 'PENDENTES' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-PENDENTES TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE PENDENTES
              IF WRK-QT-INVALIDAS > ZEROS
                 DISPLAY 'PENDENTES.TXT COM ' WRK-QT-INVALIDAS
                         ' LINHA(S) INVALIDA(S) - CORRIGIR ANTES DA '
                         'CONVERSAO (CADASTRO NAO CRIADO)'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
           END-IF.

      *CRITICA UMA LINHA DO ARQUIVO ANTIGO.
       1100-CRITICA-LINHA.
           IF (PEND-ORIGEM NOT = 'SINT' AND PEND-ORIGEM NOT = 'ANAL')
              OR PEND-DATA-ORIGEM IS NOT NUMERIC
              OR PEND-PREFIXO IS NOT NUMERIC
              OR PEND-BALANCETE IS NOT NUMERIC
              OR PEND-PARTIDA IS NOT NUMERIC
              OR PEND-LCTO IS NOT NUMERIC
              OR PEND-VALOR IS NOT NUMERIC
              OR PEND-HST IS NOT NUMERIC
              ADD 1 TO WRK-QT-INVALIDAS
              DISPLAY 'LINHA ' WRK-QT-LIDAS ' INVALIDA: ' PEND-REG
           END-IF.

      *CRIA O CADASTRO VAZIO E O REABRE PARA ATUALIZACAO (A CHAVE
      * REPETIDA PRECISA SER LIDA E, SE FOR O CASO, REGRAVADA).
       2000-CRIA-CADASTRO.
           OPEN OUTPUT PENDCAD
           PERFORM 9000-TESTA-FS-PENDCAD
           MOVE 'S' TO WRK-CRIOU-CADASTRO
           CLOSE PENDCAD
           OPEN I-O PENDCAD
           PERFORM 9000-TESTA-FS-PENDCAD.

      *SEGUNDA LEITURA DO PENDENTES.TXT: CADA LINHA VIRA PENDENCIA EM
      * ABERTO NO CADASTRO.
       3000-CARREGA-ANTIGO.
           OPEN INPUT PENDENTES
           MOVE 'PENDENTES' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PENDENTES TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ PENDENTES
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   PERFORM 3100-GRAVA-PENDENCIA
               END-READ
               IF WRK-FS-PENDENTES NOT = '00'
                  AND WRK-FS-PENDENTES NOT = '10'
                  MOVE 'PENDENTES' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-PENDENTES TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE PENDENTES.

      *MONTA E GRAVA A PENDENCIA DA LINHA CORRENTE. CHAVE JA GRAVADA
      * E TRATADA EM 3200.
       3100-GRAVA-PENDENCIA.
           MOVE SPACES TO PCD-REG
           MOVE PEND-ORIGEM TO PCD-ORIGEM
           MOVE PEND-PREFIXO TO PCD-PREFIXO
           MOVE PEND-BALANCETE TO PCD-BALANCETE
           MOVE PEND-PARTIDA TO PCD-PARTIDA
           MOVE PEND-LCTO TO PCD-LCTO
           MOVE PEND-DATA-ORIGEM TO PCD-DATA-ORIGEM
           MOVE PEND-VALOR TO PCD-VALOR
           MOVE PEND-HST TO PCD-HST
           MOVE 'A' TO PCD-SITUACAO
           MOVE WRK-DATA TO PCD-DATA-ALTERACAO
           MOVE WRK-PROGRAMA TO PCD-PROGRAMA-ALTERACAO
           MOVE ZEROS TO PCD-DATA-BAIXA
           MOVE SPACES TO PCD-BAIXADA-POR
           MOVE SPACES TO PCD-SUFIXO-BAIXA
           WRITE PCD-REG
           IF WRK-FS-PENDCAD = '22'
              PERFORM 3200-TRATA-REPETIDA
           ELSE
              PERFORM 9000-TESTA-FS-PENDCAD
              ADD 1 TO WRK-QT-GRAVADAS
           END-IF.

      *CHAVE REPETIDA NO ARQUIVO ANTIGO: FICA UMA PENDENCIA SO, COM A
      * DATA DE ORIGEM MAIS ANTIGA DAS DUAS. A REPETICAO SAI NO
      * CONSOLE COM AS DATAS E OS VALORES, PARA CONFERENCIA DA MESA.
       3200-TRATA-REPETIDA.
           ADD 1 TO WRK-QT-REPETIDAS
           MOVE PCD-REG TO WRK-NOVA-AREA
           READ PENDCAD KEY IS PCD-CHAVE
           PERFORM 9000-TESTA-FS-PENDCAD
           DISPLAY 'CHAVE REPETIDA ORIGEM=' PCD-ORIGEM
                   ' PREF=' PCD-PREFIXO ' BAL=' PCD-BALANCETE
                   ' PART=' PCD-PARTIDA ' LCTO=' PCD-LCTO
           DISPLAY '   GRAVADA: DESDE ' PCD-DATA-ORIGEM
                   ' VALOR=' PCD-VALOR
                   ' - REPETIDA: DESDE ' WRK-NOVA-DATA-ORIGEM
                   ' VALOR=' WRK-NOVA-VALOR
           IF WRK-NOVA-DATA-ORIGEM < PCD-DATA-ORIGEM
              MOVE WRK-NOVA-AREA TO PCD-REG
              REWRITE PCD-REG
              PERFORM 9000-TESTA-FS-PENDCAD
           END-IF.

      *CONFERE O FILE STATUS DO CADASTRO INDEXADO ('02' = CHAVE
      * ALTERNATIVA REPETIDA, NORMAL NESTE ARQUIVO).
       9000-TESTA-FS-PENDCAD.
           IF NOT FS-PENDCAD-OK
              MOVE 'PENDCAD' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDCAD TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF.

      *CONFERE O FILE STATUS INFORMADO EM WRK-ERR-FS E DERRUBA O
      * PASSO QUANDO HOUVE ERRO DE E/S.
       9890-TESTA-FILE-STATUS.
           IF WRK-ERR-FS NOT = '00'
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF.

      *ERRO FATAL DE E/S: IDENTIFICA ARQUIVO E FILE STATUS PARA O
      * OPERADOR E TERMINA COM RETURN-CODE 16.
       9900-ERRO-FATAL-ARQUIVO.
           DISPLAY 'ERRO DE E/S - ARQUIVO ' WRK-ERR-ARQUIVO
                   ' FILE STATUS=' WRK-ERR-FS
           PERFORM 9950-ABENDA-RODADA.

      *TERMINO ANORMAL: RETURN-CODE 16 PARA O SCHEDULER. CADASTRO JA
      * CRIADO POR ESTA RODADA E FECHADO E REMOVIDO, PARA O RERUN NAO
      * ESBARRAR NUM PENDCAD.DAT PARCIAL.
       9950-ABENDA-RODADA.
           IF CADASTRO-CRIADO
              MOVE 'N' TO WRK-CRIOU-CADASTRO
              PERFORM 9960-REMOVE-CADASTRO-PARCIAL
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *FECHA (SEM CONFERIR O FILE STATUS: O ARQUIVO PODE JA ESTAR
      * FECHADO) E REMOVE O PENDCAD.DAT PARCIAL. A ROTINA DE SISTEMA
      * DEVOLVE O STATUS NO REGISTRADOR RETURN-CODE, QUE E CAPTURADO
      * E ZERADO, COMO NO PROJRETENCAO.
       9960-REMOVE-CADASTRO-PARCIAL.
           CLOSE PENDCAD
           CALL 'CBL_DELETE_FILE' USING WRK-NOME-PENDCAD
           MOVE RETURN-CODE TO WRK-DEL-STATUS
           MOVE 0 TO RETURN-CODE
           IF WRK-DEL-STATUS = ZEROS
              DISPLAY 'PENDCAD.DAT PARCIAL REMOVIDO - CORRIGIR A CAUSA '
                      'E RODAR A CONVERSAO DE NOVO'
           ELSE
              DISPLAY 'FALHA AO REMOVER ' WRK-NOME-PENDCAD
                      ' (STATUS=' WRK-DEL-STATUS ') - REMOVER O '
                      'ARQUIVO PARCIAL ANTES DO RERUN'
           END-IF.
