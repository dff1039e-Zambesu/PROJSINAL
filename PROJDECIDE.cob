      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: CAPTURAR O VEREDITO DA INVESTIGACAO DE CADA
      *          DIVERGENCIA NO ARQUIVO DE DECISOES, BASE DO CONFIRM2/
      *          CONFIRM3 GERADO MECANICAMENTE PELO PROJAPROVA
      *DATA:02/09/2026
      *MANUTENCAO:
      *15/10/2026 - REGISTRO DE CONTROLE DA RODADA
      *             (CONTROLE.<SUFIXO>.TXT): INICIO E FIM DO PASSO COM
      *             RETURN-CODE E CONTAGENS. ANTES DE ABRIR AS SAIDAS O
      *             PASSO CONFERE NO CONTROLE SE O PROJSINANAL TERMINOU
      *             COM RC ATE 4; PRE-REQUISITO PENDENTE RECUSA O PASSO
      *             COM 16, SALVO LIBERACAO PELO OPERADOR (NOVO CARTAO
      *             SYSIN, GRAVADO NO CONTROLE COM QUEM AUTORIZOU).
      *15/10/2026 - DUPLA ALCADA NOS CONFIRMADOS: CONFIRM2/CONFIRM3
      *             DEIXAM DE SER GERADOS AQUI E PASSAM A SAIR DO NOVO
      *             PASSO DE APROVACAO (PROJAPROVA), QUE LE O ARQUIVO DE
      *             DECISOES E SEGURA OS VEREDITOS 'C' ACIMA DO LIMITE
      *             DA LINHA 'AP' DE PARAMETROS.TXT ATE UM SEGUNDO
      *             ANALISTA APROVAR. A LINHA DE DECISAO GANHA A IMAGEM
      *             EXATA DA DIVERGENCIA (CAMPO ' IMAGEM=') E O ESPACO
      *             PARA O APROVADOR, A DATA/HORA E A SITUACAO DA
      *             APROVACAO, GRAVADOS PELO PROJAPROVA AO LADO DA
      *             DECISAO ORIGINAL.
      *15/10/2026 - SESSAO REFEITA (ITEM DEVOLVIDO PELO APROVADOR, NOVA
      *             RODADA DO PROJSINANAL) NAO APAGA MAIS O QUE JA FOI
      *             DECIDIDO: AS DECISOES ANTERIORES DO SUFIXO SAO
      *             CARREGADAS E A LINHA COM VEREDITO, NAO DEVOLVIDA E
      *             DE IMAGEM IGUAL A DA DIVERGENCIA ATUAL E MANTIDA
      *             COMO ESTAVA (COM A APROVACAO). SO O ITEM SEM
      *             VEREDITO, DEVOLVIDO OU DE IMAGEM NOVA E
      *             REAPRESENTADO. A SESSAO E GRAVADA EM COPIA DE
      *             TRABALHO QUE SUBSTITUI O ARQUIVO SO NO FIM.
      *15/10/2026 - A LINHA DA SESSAO ANTERIOR QUE NAO E LEVADA ADIANTE
      *             (ITEM DEVOLVIDO PELO APROVADOR, DIVERGENCIA QUE
      *             MUDOU OU SUMIU) E COPIADA INTEIRA PARA O HISTORICO
      *             DECHIST.<SUFIXO>.TXT ANTES DE O ARQUIVO DE DECISOES
      *             SER SUBSTITUIDO - O VEREDITO DEVOLVIDO, O ANALISTA E
      *             O CARIMBO DA DEVOLUCAO NAO SE PERDEM. A
      *             IDENTIFICACAO DO ANALISTA E GUARDADA EM MAIUSCULAS E
      *             SEM BRANCOS A ESQUERDA, COMO A DO APROVADOR NO
      *             PROJAPROVA.
      *15/10/2026 - A CONFERENCIA DOS PRE-REQUISITOS SO CONSIDERA AS
      *             LINHAS DO CONTROLE DA DATA DA RODADA: O SUFIXO MMDD
      *             SE REPETE A CADA ANO E O CONTROLE E ACUMULADO, ENTAO
      *             A RODADA DO ANO ANTERIOR NAO LIBERA MAIS O PASSO.
      *
      *O REPASSE ENTRE A CONCILIACAO E O LOTE DE AJUSTES ERA MANUAL:
      *A EQUIPE COPIAVA RESULTADO2/DIVERG3, APAGAVA AS LINHAS NAO
      *JUSTIFICADA SEM ACAO, 'P' = MANTEM PENDENTE) COM A
      *JUSTIFICATIVA EM TEXTO LIVRE, GRAVA O ARQUIVO DE DECISOES
      *(DECISOES.<SUFIXO>.TXT - IDENTIFICACAO DO ANALISTA, DATA/HORA,
      *VEREDITO E JUSTIFICATIVA DE CADA ITEM, PARA AUDITORIA, COM A
      *IMAGEM EXATA DA LINHA DE RESULTADO2/DIVERG3). O PROJAPROVA LE
      *ESSE ARQUIVO E GERA CONFIRM2.<SUFIXO>.TXT E
      *CONFIRM3.<SUFIXO>.TXT COM OS VEREDITOS 'C' DENTRO DO LIMITE DE
      *ALCADA E OS APROVADOS POR UM SEGUNDO ANALISTA, NA IMAGEM EXATA
      *DOS LAYOUTS RESUL2-REG E DIV3-REG QUE O PROJAJUSTE ESPERA -
      *NINGUEM MAIS EDITA ARQUIVO
      *NA MAO. DIVERGENCIA SEM VEREDITO (RESPOSTA EM BRANCO OU NAO
      *RECONHECIDA) E LISTADA NO FINAL PARA NADA SER DERRUBADO POR
      *ACIDENTE ANTES DO PROJAJUSTE RODAR.
      *SESSAO REFEITA NO MESMO SUFIXO SO REAPRESENTA O QUE AINDA
      *PRECISA DE VEREDITO: A LINHA DA SESSAO ANTERIOR QUE JA TEM
      *VEREDITO, NAO FOI DEVOLVIDA PELO APROVADOR (APROVACAO 'D') E
      *TEM A MESMA IMAGEM DA DIVERGENCIA ATUAL E MANTIDA COMO ESTA,
      *COM A APROVACAO QUE JA TIVER. LINHA ANTERIOR CUJA DIVERGENCIA
      *SUMIU OU MUDOU NAO E LEVADA ADIANTE. A LINHA ANTERIOR QUE FICA
      *PARA TRAS COM VEREDITO OU APROVACAO (INCLUSIVE A DEVOLVIDA, COM
      *O VEREDITO DEVOLVIDO NO CAMPO ' DEVOLVIDO=') E ACRESCENTADA,
      *INTEIRA, AO HISTORICO DECHIST.<SUFIXO>.TXT ANTES DE O ARQUIVO DE
      *DECISOES SER SUBSTITUIDO.
      *OS ARQUIVOS DE ENTRADA CARREGAM O HEADER/TRAILER DE
      *INTEGRIDADE DO PROJSINANAL (LINHAS 'HDR'/'TRL'), VALIDADO
      *ANTES DO USO.
      *RETURN-CODE: 0 = TODAS AS DIVERGENCIAS RECEBERAM VEREDITO;
      *4 = HOUVE DIVERGENCIA SEM VEREDITO (REAPRESENTAR ANTES DA
      *APROVACAO); 16 = ERRO FATAL DE E/S OU PASSO RECUSADO POR
      *PRE-REQUISITO PENDENTE NO CONTROLE DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DECISOES.

      *CARREGA A COPIA DE TRABALHO DA SESSAO, QUE SUBSTITUI O ARQUIVO
      * DE DECISOES NO FIM DO PASSO E E REMOVIDA EM SEGUIDA (UM
      * ABORTO NO MEIO DA SESSAO NAO PERDE AS DECISOES ANTERIORES).
      * NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT DECTRAB ASSIGN TO DYNAMIC WRK-NOME-DECTRAB
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DECTRAB.

      *CARREGA O HISTORICO DAS LINHAS DE DECISAO SUBSTITUIDAS NO
      * SUFIXO (ITEM DEVOLVIDO PELO APROVADOR, DIVERGENCIA QUE MUDOU
      * OU SUMIU), ACUMULADO EM EXTEND A CADA SESSAO. NOME MONTADO EM
      * TEMPO DE EXECUCAO.
         SELECT DECHIST ASSIGN TO DYNAMIC WRK-NOME-DECHIST
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DECHIST.

      *CARREGA O REGISTRO DE CONTROLE DA RODADA DO SUFIXO (UMA LINHA
      * POR EVENTO DE CADA PASSO DA CADEIA: INICIO, FIM COM O
      * RETURN-CODE E AS CONTAGENS, LIBERACAO PELO OPERADOR E
      * RECUSA). COMPARTILHADO POR TODOS OS PASSOS DO SUFIXO E
      * ACUMULADO EM EXTEND. NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT CONTROLE ASSIGN TO DYNAMIC WRK-NOME-CONTROLE
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
           05 DIV3-HST                 PIC 9(03).
           05 DIV3-TIPO-DIVERG         PIC X(01).

      *LINHA DE DECISAO: DADOS DA DIVERGENCIA, ANALISTA, DATA/HORA,
      * VEREDITO, JUSTIFICATIVA E IMAGEM DA LINHA, EM COLUNAS FIXAS.
      * DA POSICAO 328 EM DIANTE FICA O ESPACO DA APROVACAO, GRAVADA
      * PELO PROJAPROVA (MESMO LAYOUT DO DEC-REG DE LA).
       FD DECISOES.
         01 DEC-LINHA                  PIC X(400).

      *MESMO LAYOUT DO DEC-LINHA (LINHA INTEIRA).
       FD DECTRAB.
         01 DTR-REG                    PIC X(400).

      *MESMO LAYOUT DO DEC-LINHA (LINHA INTEIRA, COMO ESTAVA NO
      * ARQUIVO DE DECISOES ANTES DE SER SUBSTITUIDA).
       FD DECHIST.
         01 DHS-REG                    PIC X(400).

      *REGISTRO DE CONTROLE DA RODADA: PROGRAMA, EVENTO ('INICIO';
      * 'FIM' COM O RETURN-CODE E AS CONTAGENS NO TEXTO; 'LIBERA' =
      * PRE-REQUISITO LIBERADO, COM O OPERADOR QUE AUTORIZOU;
      * 'RECUSA' = PASSO RECUSADO FORA DE ORDEM), DATA DA RODADA E
      * DATA/HORA DO SISTEMA. MESMO LAYOUT EM TODOS OS PASSOS.
       FD CONTROLE.
         01 CTL-REG.
           05 CTL-PROGRAMA             PIC X(12).
           05 FILLER                   PIC X(01).
           05 CTL-EVENTO               PIC X(06).
               88 CTL-EVENTO-INICIO             VALUE 'INICIO'.
               88 CTL-EVENTO-FIM                VALUE 'FIM'.
               88 CTL-EVENTO-LIBERA             VALUE 'LIBERA'.
               88 CTL-EVENTO-RECUSA             VALUE 'RECUSA'.
           05 FILLER                   PIC X(01).
           05 CTL-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CTL-DATA-SIST            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CTL-HORA-SIST            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CTL-RC                   PIC 9(02).
           05 FILLER                   PIC X(01).
           05 CTL-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(01).
           05 CTL-TEXTO                PIC X(101).

       WORKING-STORAGE SECTION.

       77 WRK-FS-RESULTADO2            PIC X(02) VALUE SPACES.
       77 WRK-FS-DIVERG3               PIC X(02) VALUE SPACES.
       77 WRK-FS-DECISOES              PIC X(02) VALUE SPACES.
       77 WRK-FS-DECTRAB               PIC X(02) VALUE SPACES.
       77 WRK-FS-DECHIST               PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.
      *IDENTIFICACAO DO ANALISTA, GUARDADA EM MAIUSCULAS E SEM
      * BRANCOS A ESQUERDA (O PROJAPROVA A COMPARA COM O APROVADOR).
       77 WRK-ANALISTA                 PIC X(08) VALUE SPACES.
       77 WRK-NOME-RESULTADO2          PIC X(40) VALUE SPACES.
       77 WRK-NOME-DIVERG3             PIC X(40) VALUE SPACES.
       77 WRK-NOME-DECISOES            PIC X(40) VALUE SPACES.
       77 WRK-NOME-DECTRAB             PIC X(40) VALUE SPACES.
       77 WRK-NOME-DECHIST             PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.

      *VEREDITO DIGITADO PELO ANALISTA PARA A DIVERGENCIA CORRENTE E
      * NA MESMA COLUNA, O QUE FACILITA A AUDITORIA POSTERIOR.
       77 WRK-DEC-DADOS                PIC X(130) VALUE SPACES.

      *IMAGEM EXATA DA LINHA DE RESULTADO2 (64 POSICOES) OU DE
      * DIVERG3 (63) DA DIVERGENCIA CORRENTE, GRAVADA NA LINHA DE
      * DECISAO - O PROJAPROVA A COPIA INTEIRA PARA CONFIRM2/CONFIRM3,
      * SEM REMONTAGEM CAMPO A CAMPO, PARA NAO HAVER COMO INTRODUZIR
      * DIFERENCA NO QUE O PROJAJUSTE LE.
       77 WRK-DEC-IMAGEM               PIC X(64) VALUE SPACES.

      *APOIO DO TRATAMENTO CENTRALIZADO DE ERRO DE E/S, COMO NO
      * PROJSINANAL.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
           88 VAL-ULTIMA-E-TRAILER                VALUE 'S'.
       77 WRK-VAL-ARQUIVO              PIC X(12) VALUE SPACES.

      *TABELAS DAS LINHAS JA APRESENTADAS DE CADA LADO (IMAGEM
      * INTEIRA DA LINHA): DEPOIS DE UM RESTART DO PROJSINANAL O
      * ARQUIVO CARREGA UMA CAUDA DUPLICADA (AS LINHAS ENTRE O
       77 WRK-QT-R2-DESCARTADAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-D3-DESCARTADAS        PIC 9(05) VALUE ZEROS.

      *LINHAS DE ITEM DA SESSAO ANTERIOR DO SUFIXO (IMAGEM INTEIRA
      * DA LINHA DE DECISAO, JA COM A APROVACAO DO PROJAPROVA) E
      * MARCA DE LINHA JA LEVADA ADIANTE NESTA SESSAO. A VISAO
      * SEGUE AS COLUNAS FIXAS DA LINHA MONTADA EM 8200 (VEREDITO
      * NA 180, IMAGEM NA 264, SITUACAO DA APROVACAO NA 379).
       01 WRK-ANT-TABELA.
           05 WRK-ANT-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-ANT-ENT OCCURS 20000 TIMES
                   INDEXED BY WRK-ANT-IDX.
               10 WRK-ANT-USADA         PIC X(01).
                   88 ANT-LINHA-USADA              VALUE 'S'.
               10 WRK-ANT-LINHA         PIC X(400).
               10 WRK-ANT-VISAO REDEFINES WRK-ANT-LINHA.
                   15 WRK-ANT-ROT-LADO  PIC X(05).
                   15 WRK-ANT-LADO      PIC X(02).
                   15 FILLER            PIC X(172).
                   15 WRK-ANT-VEREDITO  PIC X(01).
                   15 FILLER            PIC X(83).
                   15 WRK-ANT-IMAGEM    PIC X(64).
                   15 FILLER            PIC X(51).
                   15 WRK-ANT-APROVACAO PIC X(01).
                       88 ANT-DEVOLVIDA            VALUE 'D'.
                   15 FILLER            PIC X(21).
       77 WRK-ANT-ACHADA               PIC X(01) VALUE 'N'.
           88 ANT-DECISAO-MANTIDA                 VALUE 'S'.
       77 WRK-QT-ANT-LIDAS             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MANTIDAS              PIC 9(07) VALUE ZEROS.
       77 WRK-QT-HISTORICO             PIC 9(07) VALUE ZEROS.

      *REMOCAO DA COPIA DE TRABALHO (STATUS DEVOLVIDO PELA ROTINA DE
      * SISTEMA NO REGISTRADOR RETURN-CODE, COMO NO PROJAPROVA).
       77 WRK-DEL-STATUS               PIC S9(09) COMP VALUE ZEROS.

      *DATA/HORA DO SISTEMA CARIMBADAS EM CADA DECISAO.
       77 WRK-LOG-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 WRK-QT-SEM-VEREDITO          PIC 9(07) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJDECIDE'.
       77 WRK-CTL-DATA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-HORA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-EVENTO               PIC X(06) VALUE SPACES.
       77 WRK-CTL-RC                   PIC 9(02) VALUE ZEROS.
       77 WRK-CTL-TEXTO                PIC X(101) VALUE SPACES.
       77 WRK-CTL-INICIO               PIC X(01) VALUE 'N'.
           88 CTL-INICIO-REGISTRADO               VALUE 'S'.

      *PRE-REQUISITOS DO PASSO (PROGRAMA QUE PRECISA TER TERMINADO
      * ANTES NO MESMO SUFIXO, MAIOR RETURN-CODE ACEITO E PASSO
      * ANTERIOR CUJA NOVA EXECUCAO TORNA A DELE SUPERADA), SITUACAO
      * APURADA NA LEITURA DO CONTROLE (' ' = NUNCA RODOU, 'I' =
      * INICIOU E NAO TERMINOU, 'F' = TERMINOU COM O RC GUARDADO,
      * 'S' = SUPERADO POR NOVA EXECUCAO DO PASSO ANTERIOR) E
      * OPERADOR QUE AUTORIZA A LIBERACAO DO PRE-REQUISITO PENDENTE
      * (CARTAO SYSIN; BRANCO = SEM LIBERACAO).
       01 WRK-PRQ-TABELA.
           05 WRK-PRQ-QTDE              PIC 9(01) VALUE ZEROS.
           05 WRK-PRQ-ENT OCCURS 5 TIMES INDEXED BY WRK-PRQ-IDX.
               10 WRK-PRQ-PROGRAMA      PIC X(12).
               10 WRK-PRQ-RC-MAX        PIC 9(02).
               10 WRK-PRQ-SUPERADO-POR  PIC X(12).
               10 WRK-PRQ-SITUACAO      PIC X(01).
                   88 PRQ-NUNCA-RODOU              VALUE ' '.
                   88 PRQ-SEM-FIM                  VALUE 'I'.
                   88 PRQ-TERMINOU                 VALUE 'F'.
                   88 PRQ-SUPERADO                 VALUE 'S'.
               10 WRK-PRQ-RC            PIC 9(02).
       77 WRK-CTL-OPERADOR             PIC X(08) VALUE SPACES.
       77 WRK-CTL-BLOQUEIO             PIC X(01) VALUE 'N'.
           88 CTL-PASSO-BLOQUEADO                 VALUE 'S'.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'INSIRA A IDENTIFICACAO DO ANALISTA...'
           ACCEPT WRK-ANALISTA FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE
                    (FUNCTION TRIM (WRK-ANALISTA LEADING))
               TO WRK-ANALISTA.
           DISPLAY 'OPERADOR QUE AUTORIZA LIBERAR PRE-REQUISITO '
                   '(BRANCO = SEM LIBERACAO)...'
           ACCEPT WRK-CTL-OPERADOR FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           PERFORM 0600-CARREGA-DECISOES-ANTERIORES.
           OPEN OUTPUT DECTRAB.
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 1000-DECIDE-RESULTADO2.
           PERFORM 2000-DECIDE-DIVERG3.
           PERFORM 8600-GUARDA-HISTORICO.
           PERFORM 8500-FECHA-SESSAO.
           CLOSE DECTRAB.
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 8700-REGRAVA-DECISOES.
           IF WRK-QT-SEM-VEREDITO > ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DECISOES
           STRING 'DECTRAB.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DECTRAB
           STRING 'DECHIST.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DECHIST
           STRING 'CONTROLE.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONTROLE.

      *CONFERE NO REGISTRO DE CONTROLE DO SUFIXO SE OS PASSOS DE QUE
      * ESTE DEPENDE TERMINARAM COM RETURN-CODE ACEITAVEL, ANTES DE
      * QUALQUER SAIDA SER ABERTA. PRE-REQUISITO PENDENTE SEM
      * LIBERACAO RECUSA O PASSO (LINHA 'RECUSA' NO CONTROLE E
      * RETURN-CODE 16); COM O OPERADOR INFORMADO, CADA PRE-REQUISITO
      * LIBERADO FICA REGISTRADO COM QUEM AUTORIZOU (LINHA 'LIBERA').
       0550-VERIFICA-PRE-REQUISITOS.
           MOVE 1 TO WRK-PRQ-QTDE
           MOVE 'PROJSINANAL' TO WRK-PRQ-PROGRAMA (1)
           MOVE 4 TO WRK-PRQ-RC-MAX (1)
           MOVE SPACES TO WRK-PRQ-SUPERADO-POR (1)
           PERFORM 0560-LE-CONTROLE
           MOVE 'N' TO WRK-CTL-BLOQUEIO
           PERFORM VARYING WRK-PRQ-IDX FROM 1 BY 1
                   UNTIL WRK-PRQ-IDX > WRK-PRQ-QTDE
               PERFORM 0570-AVALIA-PRE-REQUISITO
           END-PERFORM
           IF CTL-PASSO-BLOQUEADO
              DISPLAY 'PASSO ' WRK-CTL-PROGRAMA ' RECUSADO PARA O '
                      'SUFIXO ' WRK-SUFIXO ' - PRE-REQUISITO PENDENTE'
              DISPLAY 'RODAR O PASSO ANTERIOR OU INFORMAR NO CARTAO '
                      'SYSIN O OPERADOR QUE AUTORIZA A LIBERACAO'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *LE O REGISTRO DE CONTROLE DO SUFIXO E APURA A SITUACAO DE CADA
      * PRE-REQUISITO PELO ULTIMO EVENTO DELE NO ARQUIVO ('INICIO'
      * SEM 'FIM' DEPOIS = PASSO ABORTADO SEM REGISTRO OU AINDA EM
      * EXECUCAO). CONTROLE AUSENTE NAO E ERRO: NENHUM PASSO RODOU
      * AINDA NO SUFIXO E TODO PRE-REQUISITO FICA PENDENTE.
       0560-LE-CONTROLE.
           PERFORM VARYING WRK-PRQ-IDX FROM 1 BY 1
                   UNTIL WRK-PRQ-IDX > WRK-PRQ-QTDE
               MOVE SPACE TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
               MOVE ZEROS TO WRK-PRQ-RC (WRK-PRQ-IDX)
           END-PERFORM
           OPEN INPUT CONTROLE
           IF WRK-FS-CONTROLE = '35'
              DISPLAY 'CONTROLE AUSENTE PARA O SUFIXO ' WRK-SUFIXO
                      ' (' WRK-NOME-CONTROLE ')'
           ELSE
              MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ CONTROLE
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      PERFORM 0565-TRATA-LINHA-CONTROLE
                  END-READ
                  IF WRK-FS-CONTROLE NOT = '00'
                     AND WRK-FS-CONTROLE NOT = '10'
                     MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE CONTROLE
           END-IF.

      *GUARDA O EVENTO DA LINHA DE CONTROLE NO PRE-REQUISITO A QUE
      * ELA SE REFERE. LINHAS DE LIBERACAO OU RECUSA NAO MUDAM A
      * SITUACAO. RC ILEGIVEL VALE 99. O 'INICIO' DE UM PASSO
      * ANTERIOR TORNA SUPERADA A EXECUCAO QUE O PRE-REQUISITO JA
      * TINHA (EX.: PROJDECIDE REFEITO DEPOIS DA APROVACAO - AS
      * DECISOES MUDARAM E A APROVACAO PRECISA SER REFEITA).
      * SO VALEM AS LINHAS DA DATA DA RODADA: O CONTROLE E ACUMULADO EM
      * EXTEND E O SUFIXO MMDD SE REPETE A CADA ANO, ENTAO LINHA DE
      * OUTRA DATA E DA RODADA DE OUTRO ANO E NAO LIBERA NEM TORNA
      * SUPERADO PRE-REQUISITO NENHUM (MESMO FILTRO DO 0655 DO
      * PROJBAIXA).
       0565-TRATA-LINHA-CONTROLE.
           IF CTL-DATA = WRK-DATA
              SET WRK-PRQ-IDX TO 1
              SEARCH WRK-PRQ-ENT
                AT END
                  CONTINUE
                WHEN WRK-PRQ-IDX > WRK-PRQ-QTDE
                  CONTINUE
                WHEN WRK-PRQ-PROGRAMA (WRK-PRQ-IDX) = CTL-PROGRAMA
                  IF CTL-EVENTO-INICIO
                     MOVE 'I' TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
                  END-IF
                  IF CTL-EVENTO-FIM
                     MOVE 'F' TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
                     IF CTL-RC IS NUMERIC
                        MOVE CTL-RC TO WRK-PRQ-RC (WRK-PRQ-IDX)
                     ELSE
                        MOVE 99 TO WRK-PRQ-RC (WRK-PRQ-IDX)
                     END-IF
                  END-IF
              END-SEARCH
              IF CTL-EVENTO-INICIO
                 PERFORM VARYING WRK-PRQ-IDX FROM 1 BY 1
                         UNTIL WRK-PRQ-IDX > WRK-PRQ-QTDE
                     IF WRK-PRQ-SUPERADO-POR (WRK-PRQ-IDX) =
                        CTL-PROGRAMA
                        AND NOT PRQ-NUNCA-RODOU (WRK-PRQ-IDX)
                        MOVE 'S' TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
                     END-IF
                 END-PERFORM
              END-IF
           END-IF.

      *AVALIA UM PRE-REQUISITO: TERMINADO COM RC ATE O MAXIMO ACEITO
      * PASSA; QUALQUER OUTRA SITUACAO E RECUSADA OU, COM O OPERADOR
      * INFORMADO, LIBERADA - NOS DOIS CASOS COM LINHA NO CONTROLE.
       0570-AVALIA-PRE-REQUISITO.
           IF PRQ-TERMINOU (WRK-PRQ-IDX)
              AND WRK-PRQ-RC (WRK-PRQ-IDX) <=
                  WRK-PRQ-RC-MAX (WRK-PRQ-IDX)
              CONTINUE
           ELSE
              MOVE SPACES TO WRK-CTL-TEXTO
              EVALUATE TRUE
                WHEN PRQ-NUNCA-RODOU (WRK-PRQ-IDX)
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' NAO RODOU NO SUFIXO' DELIMITED BY SIZE
                      INTO WRK-CTL-TEXTO
                WHEN PRQ-SEM-FIM (WRK-PRQ-IDX)
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' INICIOU E NAO TERMINOU' DELIMITED BY SIZE
                      INTO WRK-CTL-TEXTO
                WHEN PRQ-SUPERADO (WRK-PRQ-IDX)
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' SUPERADO POR NOVA EXECUCAO DE '
                             DELIMITED BY SIZE
                         WRK-PRQ-SUPERADO-POR (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                      INTO WRK-CTL-TEXTO
                WHEN OTHER
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' TERMINOU COM RC=' DELIMITED BY SIZE
                         WRK-PRQ-RC (WRK-PRQ-IDX) DELIMITED BY SIZE
                         ' (ACEITO ATE ' DELIMITED BY SIZE
                         WRK-PRQ-RC-MAX (WRK-PRQ-IDX)
                             DELIMITED BY SIZE
                         ')' DELIMITED BY SIZE
                      INTO WRK-CTL-TEXTO
              END-EVALUATE
              DISPLAY WRK-CTL-TEXTO
              IF WRK-CTL-OPERADOR = SPACES
                 MOVE 'S' TO WRK-CTL-BLOQUEIO
                 MOVE 'RECUSA' TO WRK-CTL-EVENTO
                 MOVE 16 TO WRK-CTL-RC
              ELSE
                 DISPLAY 'PRE-REQUISITO LIBERADO PELO OPERADOR '
                         WRK-CTL-OPERADOR
                 MOVE 'LIBERA' TO WRK-CTL-EVENTO
                 MOVE ZEROS TO WRK-CTL-RC
              END-IF
              PERFORM 9750-GRAVA-LINHA-CONTROLE
           END-IF.

      *REGISTRA O INICIO DO PASSO NO CONTROLE DO SUFIXO. DAQUI EM
      * DIANTE UM ABORTO (9950) FICA REGISTRADO COMO 'FIM' COM 16.
       0580-REGISTRA-INICIO.
           MOVE 'INICIO' TO WRK-CTL-EVENTO
           MOVE ZEROS TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           MOVE WRK-ANALISTA TO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE
           MOVE 'S' TO WRK-CTL-INICIO.

      *CARREGA AS LINHAS DE ITEM ('LADO=') DA SESSAO ANTERIOR DO
      * SUFIXO. SEM ARQUIVO E A PRIMEIRA SESSAO E TUDO E
      * APRESENTADO. AS LINHAS DE FECHO DAS SESSOES ANTERIORES NAO
      * SAO LEVADAS ADIANTE (O CONTROLE DA RODADA GUARDA AS
      * CONTAGENS DE CADA SESSAO).
       0600-CARREGA-DECISOES-ANTERIORES.
           OPEN INPUT DECISOES
           IF WRK-FS-DECISOES = '35'
              DISPLAY 'SEM DECISOES ANTERIORES PARA O SUFIXO '
                      WRK-SUFIXO ' - PRIMEIRA SESSAO'
           ELSE
              MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-DECISOES TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ DECISOES
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      IF DEC-LINHA (1:5) = 'LADO='
                         PERFORM 0650-GUARDA-DECISAO-ANTERIOR
                      END-IF
                  END-READ
                  IF WRK-FS-DECISOES NOT = '00'
                     AND WRK-FS-DECISOES NOT = '10'
                     MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-DECISOES TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE DECISOES
              DISPLAY 'DECISOES ANTERIORES CARREGADAS: '
                      WRK-QT-ANT-LIDAS
           END-IF.

      *GUARDA UMA LINHA DE ITEM DA SESSAO ANTERIOR NA TABELA.
       0650-GUARDA-DECISAO-ANTERIOR.
           IF WRK-ANT-QTDE >= 20000
              DISPLAY 'TABELA DE DECISOES ANTERIORES ESGOTADA - '
                      'AUMENTAR OCCURS DE WRK-ANT-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-ANT-QTDE
           ADD 1 TO WRK-QT-ANT-LIDAS
           SET WRK-ANT-IDX TO WRK-ANT-QTDE
           MOVE 'N' TO WRK-ANT-USADA (WRK-ANT-IDX)
           MOVE DEC-LINHA TO WRK-ANT-LINHA (WRK-ANT-IDX).

      *APRESENTA CADA DIVERGENCIA DO LADO SINTETICO E CAPTURA O
      * VEREDITO. O ARQUIVO PRECISA EXISTIR - SUFIXO ERRADO NAO PODE
           END-IF.

      *APRESENTA UMA DIVERGENCIA DO LADO SINTETICO, CAPTURA O
      * VEREDITO E O REGISTRA COM A IMAGEM EXATA DO QUE O
      * PROJSINANAL GRAVOU (QUE O PROJAPROVA LEVA PARA CONFIRM2).
      * DECISAO JA TOMADA NA SESSAO ANTERIOR PARA A MESMA IMAGEM E
      * MANTIDA SEM NOVA APRESENTACAO.
       1100-DECIDE-ITEM-R2.
           MOVE 'R2' TO WRK-LADO
           MOVE RESUL2-REG TO WRK-DEC-IMAGEM
           PERFORM 8100-PROCURA-DECISAO-ANTERIOR
           IF ANT-DECISAO-MANTIDA
              PERFORM 8150-MANTEM-DECISAO
           ELSE
              DISPLAY 'DIVERGENCIA SO-SINT PREF=' RESUL2-PREFIXO
                      ' BAL=' RESUL2-BALANCETE
                      ' PART=' RESUL2-PARTIDA
                      ' LCTO=' RESUL2-LCTO
                      ' VALOR=' RESUL2-VALOR
                      ' TIPO=' RESUL2-TIPO-DIVERG
              PERFORM 8000-CAPTURA-VEREDITO
              MOVE SPACES TO WRK-DEC-DADOS
              STRING 'LADO=' WRK-LADO
                     ' PREF=' RESUL2-PREFIXO
                     ' BAL=' RESUL2-BALANCETE
                     ' PART=' RESUL2-PARTIDA
                     ' LCTO=' RESUL2-LCTO
                     ' VALOR=' RESUL2-VALOR
                     ' TIPO=' RESUL2-TIPO-DIVERG
                  DELIMITED BY SIZE INTO WRK-DEC-DADOS
              PERFORM 8200-GRAVA-DECISAO
           END-IF.

      *APRESENTA CADA DIVERGENCIA DO LADO ANALITICO E CAPTURA O
      * VEREDITO, COMO EM 1000 PARA O LADO SINTETICO.
           END-IF.

      *APRESENTA UMA DIVERGENCIA DO LADO ANALITICO, CAPTURA O
      * VEREDITO E O REGISTRA COM A IMAGEM EXATA DA LINHA DE DIVERG3
      * (QUE O PROJAPROVA LEVA PARA CONFIRM3).
       2100-DECIDE-ITEM-D3.
           MOVE 'D3' TO WRK-LADO
           MOVE DIV3-REG TO WRK-DEC-IMAGEM
           PERFORM 8100-PROCURA-DECISAO-ANTERIOR
           IF ANT-DECISAO-MANTIDA
              PERFORM 8150-MANTEM-DECISAO
           ELSE
              DISPLAY 'DIVERGENCIA SO-ANAL ORIG=' DIV3-PREF-ORIG
                      ' BAL=' DIV3-BALANCETE
                      ' DEST=' DIV3-PREF-DEST
                      ' PART=' DIV3-PARTIDA
                      ' LCTO=' DIV3-LCTO
                      ' VALOR=' DIV3-VALOR
                      ' TIPO=' DIV3-TIPO-DIVERG
              PERFORM 8000-CAPTURA-VEREDITO
              MOVE SPACES TO WRK-DEC-DADOS
              STRING 'LADO=' WRK-LADO
                     ' ORIG=' DIV3-PREF-ORIG
                     ' BAL=' DIV3-BALANCETE
                     ' DEST=' DIV3-PREF-DEST
                     ' PART=' DIV3-PARTIDA
                     ' LCTO=' DIV3-LCTO
                     ' VALOR=' DIV3-VALOR
                     ' TIPO=' DIV3-TIPO-DIVERG
                  DELIMITED BY SIZE INTO WRK-DEC-DADOS
              PERFORM 8200-GRAVA-DECISAO
           END-IF.

      *PEDE O VEREDITO DA DIVERGENCIA APRESENTADA E, QUANDO ELE E
      * RECONHECIDO, A JUSTIFICATIVA EM TEXTO LIVRE. RESPOSTA EM
              DISPLAY 'JUSTIFICATIVA...'
              ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE
           END-IF
           PERFORM 8050-CONTA-VEREDITO.

      *CONTA O VEREDITO EM WRK-VEREDITO NOS TOTAIS DA SESSAO.
       8050-CONTA-VEREDITO.
           EVALUATE TRUE
             WHEN VEREDITO-CONFIRMA
               ADD 1 TO WRK-QT-CONFIRMADAS
               ADD 1 TO WRK-QT-SEM-VEREDITO
           END-EVALUATE.

      *PROCURA NA SESSAO ANTERIOR A LINHA DO MESMO LADO E DA MESMA
      * IMAGEM DA DIVERGENCIA CORRENTE (AINDA NAO LEVADA ADIANTE).
      * ELA SO E MANTIDA SE TEM VEREDITO RECONHECIDO E NAO FOI
      * DEVOLVIDA PELO APROVADOR - SENAO O ITEM E REAPRESENTADO.
       8100-PROCURA-DECISAO-ANTERIOR.
           MOVE 'N' TO WRK-ANT-ACHADA
           SET WRK-ANT-IDX TO 1
           SEARCH WRK-ANT-ENT
             AT END
               CONTINUE
             WHEN WRK-ANT-IDX > WRK-ANT-QTDE
               CONTINUE
             WHEN WRK-ANT-LADO (WRK-ANT-IDX) = WRK-LADO
                  AND WRK-ANT-IMAGEM (WRK-ANT-IDX) = WRK-DEC-IMAGEM
                  AND NOT ANT-LINHA-USADA (WRK-ANT-IDX)
               MOVE WRK-ANT-VEREDITO (WRK-ANT-IDX) TO WRK-VEREDITO
               IF VEREDITO-RECONHECIDO
                  AND NOT ANT-DEVOLVIDA (WRK-ANT-IDX)
                  MOVE 'S' TO WRK-ANT-ACHADA
               END-IF
           END-SEARCH.

      *LEVA ADIANTE A LINHA DA SESSAO ANTERIOR ACHADA EM 8100, COMO
      * ESTAVA (ANALISTA, DATA/HORA, VEREDITO, JUSTIFICATIVA E A
      * APROVACAO QUE JA TIVER), SEM CONSUMIR CARTAO.
       8150-MANTEM-DECISAO.
           MOVE 'S' TO WRK-ANT-USADA (WRK-ANT-IDX)
           ADD 1 TO WRK-QT-MANTIDAS
           MOVE WRK-ANT-VEREDITO (WRK-ANT-IDX) TO WRK-VEREDITO
           PERFORM 8050-CONTA-VEREDITO
           MOVE WRK-ANT-LINHA (WRK-ANT-IDX) TO DTR-REG
           WRITE DTR-REG
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *COMPLETA A LINHA DE DECISAO JA MONTADA PELO CHAMADOR (DADOS
      * DA DIVERGENCIA E IMAGEM DA LINHA) COM ANALISTA, DATA/HORA DO
      * SISTEMA, VEREDITO E JUSTIFICATIVA, E A GRAVA NO ARQUIVO DE
      * DECISOES. O ESPACO DA APROVACAO (POSICAO 328 EM DIANTE) SAI
      * EM BRANCO - QUEM O PREENCHE E O PROJAPROVA.
       8200-GRAVA-DECISAO.
           ACCEPT WRK-LOG-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-LOG-HORA-SISTEMA FROM TIME
           MOVE SPACES TO DTR-REG
           STRING WRK-DEC-DADOS
                  ' ANALISTA=' WRK-ANALISTA
                  ' EM=' WRK-LOG-DATA-SISTEMA
                  '-' WRK-LOG-HORA-SISTEMA
                  ' VEREDITO=' WRK-VEREDITO
                  ' JUSTIFICATIVA=' WRK-JUSTIFICATIVA
                  ' IMAGEM=' WRK-DEC-IMAGEM
               DELIMITED BY SIZE INTO DTR-REG
           END-STRING
           WRITE DTR-REG
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           IF NOT VEREDITO-RECONHECIDO
              DISPLAY '*** ITEM FICOU SEM VEREDITO - SERA LISTADO '
           END-IF.

      *FECHA A SESSAO: TOTAIS NO ARQUIVO DE DECISOES E NO CONSOLE.
      * DIVERGENCIA SEM VEREDITO DEGRADA O RETORNO PARA 4 - A
      * APROVACAO E O PROJAJUSTE NAO DEVEM RODAR ATE A SESSAO SER
      * COMPLETADA.
       8500-FECHA-SESSAO.
           MOVE SPACES TO DTR-REG
           STRING 'FECHO DA SESSAO SUFIXO=' WRK-SUFIXO
                  ' ANALISTA=' WRK-ANALISTA
                  ' APRESENTADAS R2=' WRK-QT-R2-LIDAS
                  ' SEM-VEREDITO=' WRK-QT-SEM-VEREDITO
                  ' DESCARTADAS-R2=' WRK-QT-R2-DESCARTADAS
                  ' DESCARTADAS-D3=' WRK-QT-D3-DESCARTADAS
                  ' MANTIDAS=' WRK-QT-MANTIDAS
                  ' HISTORICO=' WRK-QT-HISTORICO
               DELIMITED BY SIZE INTO DTR-REG
           WRITE DTR-REG
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           DISPLAY '------- FECHO DA SESSAO DE DECISAO -------'
           DISPLAY 'APRESENTADAS ...: R2=' WRK-QT-R2-LIDAS
           DISPLAY 'JUSTIFICADAS ...: ' WRK-QT-JUSTIFICADAS
           DISPLAY 'MANTIDAS PEND ..: ' WRK-QT-PENDENTES
           DISPLAY 'SEM VEREDITO ...: ' WRK-QT-SEM-VEREDITO
           DISPLAY 'MANTIDAS DA SESSAO ANTERIOR: ' WRK-QT-MANTIDAS
                   ' (DE ' WRK-QT-ANT-LIDAS ' CARREGADAS)'
           DISPLAY 'GUARDADAS NO HISTORICO: ' WRK-QT-HISTORICO
                   ' (' WRK-NOME-DECHIST ')'
           DISPLAY 'DESCARTADAS (CAUDA DUPLICADA DE RESTART): R2='
                   WRK-QT-R2-DESCARTADAS
                   ' D3=' WRK-QT-D3-DESCARTADAS
           IF WRK-QT-SEM-VEREDITO > ZEROS
              DISPLAY '*** HA DIVERGENCIA SEM VEREDITO (VER LINHAS '
                      'VEREDITO= EM BRANCO EM ' WRK-NOME-DECISOES
                      ') - REAPRESENTAR ANTES DA APROVACAO'
           END-IF.

      *ACRESCENTA AO HISTORICO DO SUFIXO CADA LINHA DA SESSAO
      * ANTERIOR QUE NAO FOI LEVADA ADIANTE E TINHA VEREDITO OU
      * APROVACAO - ITEM DEVOLVIDO PELO APROVADOR (COM O VEREDITO
      * DEVOLVIDO, O ANALISTA E O CARIMBO DA DEVOLUCAO), DIVERGENCIA
      * QUE MUDOU OU SUMIU. A LINHA VAI INTEIRA, COMO ESTAVA, ANTES DE
      * O ARQUIVO DE DECISOES SER SUBSTITUIDO EM 8700. O HISTORICO SO
      * E ABERTO QUANDO HA O QUE GUARDAR; AUSENTE, E CRIADO. SESSAO
      * ABORTADA DEPOIS DAQUI E REFEITA PODE REPETIR LINHAS NO
      * HISTORICO, O QUE NAO ATRAPALHA A CONSULTA.
       8600-GUARDA-HISTORICO.
           MOVE ZEROS TO WRK-QT-HISTORICO
           PERFORM VARYING WRK-ANT-IDX FROM 1 BY 1
                   UNTIL WRK-ANT-IDX > WRK-ANT-QTDE
               IF NOT ANT-LINHA-USADA (WRK-ANT-IDX)
                  AND (WRK-ANT-VEREDITO (WRK-ANT-IDX) NOT = SPACE
                       OR WRK-ANT-APROVACAO (WRK-ANT-IDX) NOT = SPACE)
                  PERFORM 8650-GRAVA-HISTORICO
               END-IF
           END-PERFORM
           IF WRK-QT-HISTORICO > ZEROS
              CLOSE DECHIST
              MOVE 'DECHIST' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-DECHIST TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
           END-IF.

      *GRAVA NO HISTORICO A LINHA ANTERIOR CORRENTE (WRK-ANT-IDX),
      * ABRINDO O ARQUIVO NA PRIMEIRA.
       8650-GRAVA-HISTORICO.
           IF WRK-QT-HISTORICO = ZEROS
              OPEN EXTEND DECHIST
              IF WRK-FS-DECHIST = '35'
                 OPEN OUTPUT DECHIST
              END-IF
              MOVE 'DECHIST' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-DECHIST TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
           END-IF
           WRITE DHS-REG FROM WRK-ANT-LINHA (WRK-ANT-IDX)
           MOVE 'DECHIST' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECHIST TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           ADD 1 TO WRK-QT-HISTORICO.

      *SUBSTITUI O ARQUIVO DE DECISOES PELA COPIA DE TRABALHO DA
      * SESSAO E REMOVE A COPIA, COMO EM 8700 DO PROJAPROVA. FALHA NA
      * REMOCAO NAO DERRUBA O PASSO - A COPIA E REFEITA NA PROXIMA
      * SESSAO.
       8700-REGRAVA-DECISOES.
           OPEN INPUT DECTRAB
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           OPEN OUTPUT DECISOES
           MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECISOES TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ DECTRAB
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   WRITE DEC-LINHA FROM DTR-REG
                   MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
                   MOVE WRK-FS-DECISOES TO WRK-ERR-FS
                   PERFORM 9890-TESTA-FILE-STATUS
               END-READ
               IF WRK-FS-DECTRAB NOT = '00'
                  AND WRK-FS-DECTRAB NOT = '10'
                  MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE DECTRAB
           CLOSE DECISOES
           MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECISOES TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           CALL 'CBL_DELETE_FILE' USING WRK-NOME-DECTRAB
           MOVE RETURN-CODE TO WRK-DEL-STATUS
           MOVE 0 TO RETURN-CODE
           IF WRK-DEL-STATUS NOT = ZEROS
              DISPLAY 'FALHA AO REMOVER ' WRK-NOME-DECTRAB
                      ' (STATUS=' WRK-DEL-STATUS ')'
           END-IF.

      *ZERA OS ACUMULADORES DA VALIDACAO DE TRAILER ANTES DE LER UM
                   ' FILE STATUS=' WRK-ERR-FS
           PERFORM 9950-ABENDA-RODADA.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'R2=' DELIMITED BY SIZE
                  WRK-QT-R2-LIDAS DELIMITED BY SIZE
                  ' D3=' DELIMITED BY SIZE
                  WRK-QT-D3-LIDAS DELIMITED BY SIZE
                  ' CONF=' DELIMITED BY SIZE
                  WRK-QT-CONFIRMADAS DELIMITED BY SIZE
                  ' JUST=' DELIMITED BY SIZE
                  WRK-QT-JUSTIFICADAS DELIMITED BY SIZE
                  ' PEND=' DELIMITED BY SIZE
                  WRK-QT-PENDENTES DELIMITED BY SIZE
                  ' SEMV=' DELIMITED BY SIZE
                  WRK-QT-SEM-VEREDITO DELIMITED BY SIZE
                  ' MANT=' DELIMITED BY SIZE
                  WRK-QT-MANTIDAS DELIMITED BY SIZE
               INTO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE.

      *GRAVA UMA LINHA NO REGISTRO DE CONTROLE DO SUFIXO (EXTEND; O
      * PRIMEIRO PASSO A RODAR NO SUFIXO CRIA O ARQUIVO), CARIMBADA
      * COM A DATA/HORA DO SISTEMA. O ARQUIVO E FECHADO A CADA LINHA
      * PARA O EVENTO FICAR GRAVADO MESMO QUE O PASSO ABORTE DEPOIS.
       9750-GRAVA-LINHA-CONTROLE.
           ACCEPT WRK-CTL-DATA-SIST FROM DATE YYYYMMDD
           ACCEPT WRK-CTL-HORA-SIST FROM TIME
           OPEN EXTEND CONTROLE
           IF WRK-FS-CONTROLE = '35'
              OPEN OUTPUT CONTROLE
           END-IF
           MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO CTL-REG
           MOVE WRK-CTL-PROGRAMA TO CTL-PROGRAMA
           MOVE WRK-CTL-EVENTO TO CTL-EVENTO
           MOVE WRK-DATA TO CTL-DATA
           MOVE WRK-CTL-DATA-SIST TO CTL-DATA-SIST
           MOVE WRK-CTL-HORA-SIST TO CTL-HORA-SIST
           MOVE WRK-CTL-RC TO CTL-RC
           IF CTL-EVENTO-LIBERA
              MOVE WRK-CTL-OPERADOR TO CTL-OPERADOR
           END-IF
           MOVE WRK-CTL-TEXTO TO CTL-TEXTO
           WRITE CTL-REG
           MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           CLOSE CONTROLE
           MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *TERMINO ANORMAL: RETURN-CODE 16 PARA O SCHEDULER.
      * DEPOIS DO 'INICIO' REGISTRADO, O ABORTO FICA NO CONTROLE DO
      * SUFIXO COMO 'FIM' COM RC 16 (A MARCA E DESLIGADA ANTES, PARA
      * UMA FALHA NA PROPRIA GRAVACAO NAO VOLTAR AQUI EM LACO).
       9950-ABENDA-RODADA.
           IF CTL-INICIO-REGISTRADO
              MOVE 'N' TO WRK-CTL-INICIO
              MOVE 'FIM' TO WRK-CTL-EVENTO
              MOVE 16 TO WRK-CTL-RC
              MOVE 'TERMINO ANORMAL' TO WRK-CTL-TEXTO
              PERFORM 9750-GRAVA-LINHA-CONTROLE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
