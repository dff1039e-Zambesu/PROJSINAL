       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPENDDESC.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: DESCARREGAR AS PENDENCIAS EM ABERTO DO CADASTRO
      *          INDEXADO (PENDCAD.DAT) EM PENDENTES.TXT
      *DATA:15/10/2026
      *
      *O CADASTRO DE PENDENCIAS E O ARQUIVO INDEXADO PENDCAD.DAT,
      *ATUALIZADO PELA CHAVE PELO PROJSINANAL, PELO PROJRETORNO E
      *PELO PROJREINJETA. OS PROGRAMAS QUE SO PERCORREM AS PENDENCIAS
      *EM ABERTO (PROJEXTRATO E PROJRETENCAO) CONTINUAM LENDO O
      *SEQUENCIAL PENDENTES.TXT NO LAYOUT DE SEMPRE
      *(63 POSICOES): ESTE PROGRAMA O REGRAVA, NA ORDEM DA CHAVE DO
      *CADASTRO, COM AS PENDENCIAS EM SITUACAO 'A'. AS BAIXADAS FICAM
      *DE FORA. RODA COMO PASSO ANTERIOR NO JCL DE CADA UM DESSES
      *PROGRAMAS, PARA A DESCARGA ESTAR SEMPRE EM DIA COM O CADASTRO.
      *RETURN-CODE: 0 = DESCARGA GRAVADA; 16 = CADASTRO AUSENTE
      *(RODAR O PROJPENDCONV) OU ERRO FATAL DE E/S.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O CADASTRO INDEXADO DE PENDENCIAS (MESMA DECLARACAO DO
      * PROJSINANAL), LIDO EM SEQUENCIA DE CHAVE.
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

      *CARREGA A DESCARGA SEQUENCIAL DAS PENDENCIAS EM ABERTO (NOME
      * FIXO, O MESMO DO ANTIGO CADASTRO SEQUENCIAL).
         SELECT PENDENTES ASSIGN TO 'PENDENTES.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PENDENTES.

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

      *LAYOUT LIDO PELO PROJEXTRATO E PELO PROJRETENCAO.
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

       WORKING-STORAGE SECTION.

       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.
       77 WRK-FS-PENDENTES             PIC X(02) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-ERR-FS                   PIC X(02) VALUE SPACES.

      *CONTADORES PARA O RESUMO DO CONSOLE.
       77 WRK-QT-LIDAS                 PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EM-ABERTO             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-BAIXADAS              PIC 9(07) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           OPEN INPUT PENDCAD.
           IF WRK-FS-PENDCAD = '35'
              DISPLAY 'CADASTRO DE PENDENCIAS PENDCAD.DAT AUSENTE - '
                      'RODAR O PROJPENDCONV'
              PERFORM 9950-ABENDA-RODADA
           END-IF.
           PERFORM 9000-TESTA-FS-PENDCAD.
           OPEN OUTPUT PENDENTES.
           MOVE 'PENDENTES' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-PENDENTES TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           MOVE SPACES TO WRK-STATUS-LEITURA.
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ PENDCAD
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   PERFORM 9000-TESTA-FS-PENDCAD
                   ADD 1 TO WRK-QT-LIDAS
                   PERFORM 1000-DESCARREGA-PENDENCIA
               END-READ
               IF WRK-FS-PENDCAD NOT = '00'
                  AND WRK-FS-PENDCAD NOT = '02'
                  AND WRK-FS-PENDCAD NOT = '10'
                  MOVE 'PENDCAD' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-PENDCAD TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE PENDCAD.
           CLOSE PENDENTES.
           MOVE 'PENDENTES' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-PENDENTES TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           DISPLAY '------- DESCARGA DO CADASTRO DE PENDENCIAS -------'.
           DISPLAY 'REGISTROS LIDOS ....: ' WRK-QT-LIDAS.
           DISPLAY 'EM ABERTO GRAVADAS .: ' WRK-QT-EM-ABERTO.
           DISPLAY 'BAIXADAS (FORA) ....: ' WRK-QT-BAIXADAS.
           MOVE 0 TO RETURN-CODE.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *GRAVA NA DESCARGA A PENDENCIA CORRENTE, SE EM ABERTO.
       1000-DESCARREGA-PENDENCIA.
           IF PCD-EM-ABERTO
              MOVE PCD-DATA-ORIGEM TO PEND-DATA-ORIGEM
              MOVE PCD-ORIGEM      TO PEND-ORIGEM
              MOVE PCD-PREFIXO     TO PEND-PREFIXO
              MOVE PCD-BALANCETE   TO PEND-BALANCETE
              MOVE PCD-PARTIDA     TO PEND-PARTIDA
              MOVE PCD-LCTO        TO PEND-LCTO
              MOVE PCD-VALOR       TO PEND-VALOR
              MOVE PCD-HST         TO PEND-HST
              WRITE PEND-REG
              MOVE 'PENDENTES' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDENTES TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              ADD 1 TO WRK-QT-EM-ABERTO
           ELSE
              ADD 1 TO WRK-QT-BAIXADAS
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

      *TERMINO ANORMAL: RETURN-CODE 16 PARA O SCHEDULER.
       9950-ABENDA-RODADA.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
