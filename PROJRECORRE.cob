       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJRECORRE.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: APONTAR AS DIVERGENCIAS RECORRENTES POR PREFIXO+
      *          BALANCETE+LCTO+HST EM UMA FAIXA DE SUFIXOS
      *DATA:15/10/2026
      *
      *O CONSOLIDADO MENSAL (PROJCONSOL) DA OS TOTAIS DO MES E A
      *CONTAGEM DIARIA, MAS NAO MOSTRA QUE A MESMA COMBINACAO DE
      *BALANCETE+LCTO+HST DIVERGE TODO DIA NA MESMA AGENCIA - SINAL
      *DE ALIMENTACAO QUEBRADA OU REGRA DE CONTABILIZACAO ERRADA NO
      *SISTEMA DE ORIGEM, E NAO DE ERRO PONTUAL. ESTE PROGRAMA
      *PERCORRE UMA FAIXA DE SUFIXOS (MESMA CONVENCAO MMDD E MESMO
      *PERCURSO DIA A DIA DO PROJCONSOL), LE DE CADA DIA O
      *RESULTADO2 (LADO SINTETICO), O DIVERG3 (LADO ANALITICO) E O
      *REJEITADOS (REJEICOES DA CRITICA, PELO CODIGO DE MOTIVO) E
      *ACUMULA POR PREFIXO+BALANCETE+LCTO+HST+LADO (+MOTIVO, NAS
      *REJEICOES) A QUANTIDADE DE DIAS UTEIS EM QUE A COMBINACAO
      *APARECEU, AS OCORRENCIAS E O VALOR TOTAL. AS COMBINACOES QUE
      *APARECERAM EM PELO MENOS N DIAS UTEIS (LINHA 'RD' DE
      *PARAMETROS.TXT) SAEM NO RELATORIO RECORRE.<INI>.<FIM>.TXT EM
      *ORDEM DECRESCENTE DE DIAS E DE VALOR, COM A DESCRICAO DO HST
      *(LCTOHST.TXT) OU DO MOTIVO DE REJEICAO - A BASE PARA A
      *OPERACAO ABRIR CHAMADO DE CAUSA RAIZ COM O SISTEMA DE ORIGEM EM
      *VEZ DE DECIDIR OS MESMOS ITENS NO PROJDECIDE TODO DIA.
      *RESULTADO2 E DIVERG3 TEM O TRAILER DE INTEGRIDADE VALIDADO. DIA
      *UTIL SEM RESULTADO2 E TRATADO COMO NO PROJCONSOL (RODADA
      *PERDIDA, LISTADA NO RELATORIO).
      *RETURN-CODE: 0 = NENHUMA COMBINACAO RECORRENTE; 4 = HA
      *COMBINACOES RECORRENTES A INVESTIGAR; 8 = DIA UTIL SEM ARQUIVO
      *NA FAIXA (A CONTAGEM DE DIAS PODE ESTAR CURTA); 16 = ERRO
      *FATAL DE E/S, FAIXA INVALIDA OU ARQUIVO SEM TRAILER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O RESULTADO2 DE UM SUFIXO DA FAIXA (DIVERGENCIAS SO NO
      * SINTETICO). NOME MONTADO EM TEMPO DE EXECUCAO; ARQUIVO
      * AUSENTE NAO E ERRO (DIA SEM MOVIMENTO).
         SELECT RESUL2IN ASSIGN TO DYNAMIC WRK-NOME-RESUL2IN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-RESUL2IN.

      *CARREGA O DIVERG3 DE UM SUFIXO DA FAIXA (DIVERGENCIAS SO NO
      * ANALITICO). ARQUIVO AUSENTE NAO E ERRO.
         SELECT DIVERG3IN ASSIGN TO DYNAMIC WRK-NOME-DIVERG3IN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DIVERG3IN.

      *CARREGA O REJEITADOS DE UM SUFIXO DA FAIXA (REJEICOES DA
      * CRITICA DE ENTRADA). ARQUIVO AUSENTE NAO E ERRO.
         SELECT REJEITIN ASSIGN TO DYNAMIC WRK-NOME-REJEITIN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-REJEITIN.

      *CARREGA O RELATORIO DAS RECORRENCIAS. NOME MONTADO COM OS
      * SUFIXOS INICIAL E FINAL DA FAIXA.
         SELECT RECORRE ASSIGN TO DYNAMIC WRK-NOME-RECORRE
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-RECORRE.

      *CARREGA O ARQUIVO DE PARAMETROS DE EXECUCAO (SO A LINHA 'RD',
      * MINIMO DE DIAS UTEIS DA RECORRENCIA, INTERESSA AQUI).
         SELECT PARAMETROS ASSIGN TO 'PARAMETROS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PARAMETROS.

      *CARREGA O CADASTRO DE LANCAMENTOS E HISTORICOS (SO AS LINHAS
      * 'H', PARA A DESCRICAO DO HST).
         SELECT LCTOHST ASSIGN TO 'LCTOHST.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-LCTOHST.

      *CARREGA O CALENDARIO DE FERIADOS (MESMO ARQUIVO DE NOME FIXO
      * DO PROJSINANAL), PARA CONTAR SO OS DIAS UTEIS E CLASSIFICAR
      * OS SUFIXOS AUSENTES. ARQUIVO AUSENTE NAO E ERRO: SO OS FINS
      * DE SEMANA SAO TRATADOS COMO NAO UTEIS.
         SELECT FERIADOS ASSIGN TO 'FERIADOS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.

      *MESMO LAYOUT DO RESUL2-REG GRAVADO PELO PROJSINANAL.
       FD RESUL2IN.
         01 R2IN-REG.
           05 R2IN-DATA                PIC 9(08).
           05 R2IN-PREFIXO             PIC 9(05).
           05 R2IN-BALANCETE           PIC 9(09).
           05 R2IN-PARTIDA             PIC 9(17).
           05 R2IN-LCTO                PIC 9(04).
           05 R2IN-VALOR               PIC 9(17).
           05 R2IN-HST                 PIC 9(03).
           05 R2IN-TIPO-DIVERG         PIC X(01).

      *MESMO LAYOUT DO DIV3-REG GRAVADO PELO PROJSINANAL.
       FD DIVERG3IN.
         01 D3IN-REG.
           05 D3IN-DATA                PIC 9(08).
           05 D3IN-PREF-ORIG           PIC 9(03).
           05 D3IN-BALANCETE           PIC 9(09).
           05 D3IN-PREF-DEST           PIC 9(05).
           05 D3IN-PARTIDA             PIC 9(17).
           05 D3IN-LCTO                PIC 9(02).
           05 D3IN-VALOR               PIC 9(15).
           05 D3IN-HST                 PIC 9(03).
           05 D3IN-TIPO-DIVERG         PIC X(01).

      *MESMO LAYOUT DO REJ-REG GRAVADO PELO PROJSINANAL (SEM HEADER
      * NEM TRAILER; NAO TRAZ O HST).
       FD REJEITIN.
         01 RJIN-REG.
           05 RJIN-DATA                PIC 9(08).
           05 RJIN-ORIGEM              PIC X(04).
           05 RJIN-PREFIXO             PIC 9(03).
           05 RJIN-BALANCETE           PIC 9(09).
           05 RJIN-PARTIDA             PIC 9(17).
           05 RJIN-LCTO                PIC 9(02).
           05 RJIN-VALOR               PIC 9(15).
           05 RJIN-COD-MOTIVO          PIC X(02).

       FD RECORRE.
         01 REC-LINHA                  PIC X(132).

       FD PARAMETROS.
         01 PARM-REG.
           05 PARM-LCTO                PIC X(02).
           05 PARM-TOLERANCIA          PIC 9(15).

      *MESMO LAYOUT CRITICADO PELO PROJLCTOHST.
       FD LCTOHST.
         01 LCH-REG.
           05 LCH-TIPO-REG             PIC X(01).
               88 LCH-REG-HST                   VALUE 'H'.
           05 LCH-DADOS                PIC X(35).
           05 LCH-HST REDEFINES LCH-DADOS.
               10 LCH-HST-CODIGO       PIC 9(03).
               10 LCH-HST-DESC         PIC X(30).
               10 FILLER               PIC X(02).

       FD FERIADOS.
         01 FER-REG.
           05 FER-DATA                 PIC 9(08).
           05 FER-DESC                 PIC X(30).

       WORKING-STORAGE SECTION.

       77 WRK-FS-RESUL2IN              PIC X(02) VALUE SPACES.
       77 WRK-FS-DIVERG3IN             PIC X(02) VALUE SPACES.
       77 WRK-FS-REJEITIN              PIC X(02) VALUE SPACES.
       77 WRK-FS-RECORRE               PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMETROS            PIC X(02) VALUE SPACES.
       77 WRK-FS-LCTOHST               PIC X(02) VALUE SPACES.

      *DATA DA ANALISE (INFORMADA PELO OPERADOR) - O ANO DELA E O
      * ANO USADO PARA TRANSFORMAR OS SUFIXOS MMDD EM DATAS DE
      * CALENDARIO AO PERCORRER A FAIXA, COMO NO PROJCONSOL.
       01 WRK-DATA.
           05 WRK-DATA-ANO              PIC 9(04).
           05 WRK-DATA-MES              PIC 9(02).
           05 WRK-DATA-DIA              PIC 9(02).

      *FAIXA DE SUFIXOS A ANALISAR (CONVENCAO MMDD) E CONTROLES DO
      * LACO DIA A DIA.
       01 WRK-SUF-INI.
           05 WRK-SUF-INI-MES           PIC 9(02).
           05 WRK-SUF-INI-DIA           PIC 9(02).
       01 WRK-SUF-INI-NUM REDEFINES WRK-SUF-INI
                                       PIC 9(04).
       01 WRK-SUF-FIM.
           05 WRK-SUF-FIM-MES           PIC 9(02).
           05 WRK-SUF-FIM-DIA           PIC 9(02).
       01 WRK-SUF-FIM-NUM REDEFINES WRK-SUF-FIM
                                       PIC 9(04).
       77 WRK-SUF-CORR                 PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-CORR                 PIC 9(08) VALUE ZEROS.
       77 WRK-INT-CORR                 PIC 9(08) VALUE ZEROS.
       77 WRK-INT-FIM                  PIC 9(08) VALUE ZEROS.

       77 WRK-NOME-RESUL2IN            PIC X(40) VALUE SPACES.
       77 WRK-NOME-DIVERG3IN           PIC X(40) VALUE SPACES.
       77 WRK-NOME-REJEITIN            PIC X(40) VALUE SPACES.
       77 WRK-NOME-RECORRE             PIC X(40) VALUE SPACES.
       77 WRK-SUF-TEXTO                PIC X(04) VALUE SPACES.
       77 WRK-SUF-INI-TEXTO            PIC X(04) VALUE SPACES.
       77 WRK-SUF-FIM-TEXTO            PIC X(04) VALUE SPACES.

      *MINIMO DE DIAS UTEIS PARA UMA COMBINACAO SER RECORRENTE (LINHA
      * 'RD' DE PARAMETROS.TXT). SEM A LINHA VALE UMA SEMANA UTIL.
       77 WRK-RCR-DIAS-MINIMO          PIC 9(03) VALUE 5.

      *CHAVE DE UMA COMBINACAO: PREFIXO, BALANCETE, LCTO E HST NA
      * FRENTE (ORDEM DE CARGA), LADO ('SINT' = RESULTADO2, 'ANAL' =
      * DIVERG3 OU REJEICAO DE CADA LADO) E MOTIVO DA REJEICAO
      * (BRANCO NAS DIVERGENCIAS).
       01 WRK-CHV-COMBINACAO.
           05 WRK-CHV-PREFIXO           PIC 9(05).
           05 WRK-CHV-BALANCETE         PIC 9(09).
           05 WRK-CHV-LCTO              PIC 9(04).
           05 WRK-CHV-HST               PIC 9(03).
           05 WRK-CHV-LADO              PIC X(04).
           05 WRK-CHV-MOTIVO            PIC X(02).
       77 WRK-CMB-VALOR                PIC 9(17) VALUE ZEROS.

      *COMBINACOES DA FAIXA, COM A QUANTIDADE DE DIAS UTEIS EM QUE
      * APARECERAM (CONTADA UMA VEZ POR SUFIXO - O ULTIMO SUFIXO
      * CONTADO FICA NA ENTRADA), OCORRENCIAS, VALOR TOTAL E PRIMEIRO
      * E ULTIMO SUFIXO EM QUE APARECERAM. TABELA MANTIDA EM ORDEM
      * ASCENDENTE DE CHAVE PARA A SEARCH ALL (MESMA TECNICA DO
      * PROJCONSOL).
       01 WRK-CMB-TABELA.
           05 WRK-CMB-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-CMB-ENT OCCURS 0 TO 30000 TIMES
                   DEPENDING ON WRK-CMB-QTDE
                   ASCENDING KEY IS WRK-CMB-CHAVE
                   INDEXED BY WRK-CMB-IDX.
               10 WRK-CMB-CHAVE.
                   15 WRK-CMB-PREFIXO   PIC 9(05).
                   15 WRK-CMB-BALANCETE PIC 9(09).
                   15 WRK-CMB-LCTO      PIC 9(04).
                   15 WRK-CMB-HST       PIC 9(03).
                   15 WRK-CMB-LADO      PIC X(04).
                   15 WRK-CMB-MOTIVO    PIC X(02).
               10 WRK-CMB-DIAS          PIC 9(03).
               10 WRK-CMB-OCORRENCIAS   PIC 9(07).
               10 WRK-CMB-VALOR-TOTAL   PIC 9(17).
               10 WRK-CMB-SUF-PRIMEIRO  PIC 9(04).
               10 WRK-CMB-SUF-ULTIMO    PIC 9(04).
               10 WRK-CMB-SUF-CONTADO   PIC 9(04).

      *RANKING DAS COMBINACOES RECORRENTES: POSICAO DE CADA UMA NA
      * TABELA DE COMBINACOES, EM ORDEM DECRESCENTE DE DIAS E, NO
      * EMPATE, DE VALOR TOTAL (INCLUSAO ORDENADA).
       01 WRK-RNK-TABELA.
           05 WRK-RNK-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-RNK-ENT OCCURS 30000 TIMES.
               10 WRK-RNK-POS           PIC 9(05).
               10 WRK-RNK-DIAS          PIC 9(03).
               10 WRK-RNK-VALOR         PIC 9(17).
       77 WRK-RNK-I                    PIC 9(05) VALUE ZEROS.

      *CAMPOS DE TRABALHO DA INCLUSAO ORDENADA E DA BUSCA.
       77 WRK-INS-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-INS-J                    PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU-ENT                PIC X(01) VALUE 'N'.
           88 ACHOU-ENTRADA                       VALUE 'S'.
       77 WRK-INS-PARAR                PIC X(01) VALUE 'N'.
           88 INS-POSICAO-ACHADA                  VALUE 'S'.

      *TABELA DOS HISTORICOS (LINHAS 'H' DO LCTOHST.TXT) E DESCRICAO
      * DEVOLVIDA PELA BUSCA. CADASTRO AUSENTE SO AVISA.
       01 WRK-HST-TABELA.
           05 WRK-HST-QTDE              PIC 9(03) VALUE ZEROS.
           05 WRK-HST-TAB OCCURS 200 TIMES INDEXED BY WRK-HST-IDX.
               10 WRK-HST-TAB-COD       PIC 9(03).
               10 WRK-HST-TAB-DESC      PIC X(30).
       77 WRK-BUSCA-HST                PIC 9(03) VALUE ZEROS.
       77 WRK-HST-DESC                 PIC X(30) VALUE SPACES.

      *AREA DE DESMONTE DAS LINHAS DE HEADER ('HDR') E TRAILER
      * ('TRL') DE INTEGRIDADE GRAVADAS PELO PROJSINANAL NOS
      * ARQUIVOS DE INTERFACE - MESMO DESENHO DO WRK-HT-AREA DE LA.
       01 WRK-HT-AREA.
           05 WRK-HT-TIPO               PIC X(03).
               88 HT-LINHA-HEADER                  VALUE 'HDR'.
               88 HT-LINHA-TRAILER                 VALUE 'TRL'.
           05 WRK-HT-DADOS              PIC X(34).
           05 WRK-HT-HDR REDEFINES WRK-HT-DADOS.
               10 WRK-HT-HDR-DATA       PIC 9(08).
               10 WRK-HT-HDR-SUFIXO     PIC X(08).
               10 WRK-HT-HDR-PROGRAMA   PIC X(12).
               10 FILLER                PIC X(06).
           05 WRK-HT-TRL REDEFINES WRK-HT-DADOS.
               10 WRK-HT-TRL-QT         PIC 9(09).
               10 WRK-HT-TRL-HASH       PIC 9(17).
               10 FILLER                PIC X(08).

      *APOIO DA VALIDACAO DE TRAILER DO ARQUIVO EM LEITURA (VALE O
      * ULTIMO TRAILER E A ULTIMA LINHA PRECISA SER 'TRL').
       77 WRK-VAL-QT-LIDAS             PIC 9(09) VALUE ZEROS.
       77 WRK-VAL-HASH                 PIC 9(17) VALUE ZEROS.
       77 WRK-VAL-TRL-QT               PIC 9(09) VALUE ZEROS.
       77 WRK-VAL-TRL-HASH             PIC 9(17) VALUE ZEROS.
       77 WRK-VAL-TRL-ACHADO           PIC X(01) VALUE 'N'.
           88 VAL-TRAILER-ACHADO                  VALUE 'S'.
       77 WRK-VAL-ULT-E-TRL            PIC X(01) VALUE 'N'.
           88 VAL-ULTIMA-E-TRAILER                VALUE 'S'.
       77 WRK-VAL-ARQUIVO              PIC X(12) VALUE SPACES.

      *CONTADORES DA FAIXA.
       77 WRK-QT-SUF-PROCESSADOS       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SUF-AUSENTES          PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DIAS-UTEIS-PROC       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIDOS-R2              PIC 9(09) VALUE ZEROS.
       77 WRK-QT-LIDOS-D3              PIC 9(09) VALUE ZEROS.
       77 WRK-QT-LIDOS-REJ             PIC 9(09) VALUE ZEROS.
       77 WRK-QT-RCR-SINT              PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RCR-ANAL              PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RCR-REJEICAO          PIC 9(05) VALUE ZEROS.
       77 WRK-VL-RECORRENTE            PIC 9(17) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *DIA CORRENTE E UTIL (SO DIA UTIL CONTA NA RECORRENCIA).
       77 WRK-DIA-CORR-UTIL            PIC X(01) VALUE 'N'.
           88 DIA-CORRENTE-E-UTIL                 VALUE 'S'.

      *CLASSIFICACAO DOS SUFIXOS AUSENTES PELO CALENDARIO DE DIAS
      * UTEIS, COMO NO PROJCONSOL.
       77 WRK-QT-AUS-ESPERADOS         PIC 9(03) VALUE ZEROS.
       77 WRK-QT-AUS-DIA-UTIL          PIC 9(03) VALUE ZEROS.
       01 WRK-AUF-TABELA.
           05 WRK-AUF-QTDE              PIC 9(03) VALUE ZEROS.
           05 WRK-AUF-ENT OCCURS 400 TIMES.
               10 WRK-AUF-SUFIXO        PIC 9(04).

      *CALENDARIO DE FERIADOS E CAMPOS DO TESTE DE DIA UTIL (MESMO
      * DESENHO DO PROJSINANAL: O DIA DA SEMANA SAI DO RESTO DA
      * DIVISAO POR 7 DO INTEIRO DE CALENDARIO - O DIA 1 E UMA
      * SEGUNDA-FEIRA; RESTO 6 = SABADO, RESTO 0 = DOMINGO).
       77 WRK-FS-FERIADOS              PIC X(02) VALUE SPACES.
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

      *CONTROLE DE PAGINACAO DO RELATORIO, COMO NO RESULTADO3.
       77 WRK-REL-LINHAS-PAG           PIC 9(02) VALUE ZEROS.
       77 WRK-REL-PAGINA               PIC 9(03) VALUE ZEROS.
       77 WRK-REL-MAX-LINHAS           PIC 9(02) VALUE 20.

      *LINHA DE DETALHE DO RANKING, EM COLUNAS FIXAS.
       01 WRK-REL-LINHA-DET.
           05 WRK-RLD-ORDEM            PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-PREFIXO          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-BALANCETE        PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-LCTO             PIC Z(3)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-HST              PIC Z(2)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-LADO             PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-DIAS             PIC Z(3)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-OCORRENCIAS      PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-VALOR            PIC Z(16)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-SUF-PRIMEIRO     PIC 9(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLD-SUF-ULTIMO       PIC 9(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-DESCRICAO        PIC X(40).

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA DA ANALISE...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO INICIAL DA FAIXA (MMDD)...'
           ACCEPT WRK-SUF-INI FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO FINAL DA FAIXA (MMDD)...'
           ACCEPT WRK-SUF-FIM FROM CONSOLE.
           PERFORM 0100-VALIDA-FAIXA.
           PERFORM 0150-CARREGA-FERIADOS.
           PERFORM 0300-CARREGA-LCTOHST.
           PERFORM 0400-LE-PARAMETROS.
           PERFORM 0200-MONTA-NOME-RECORRE.
           OPEN OUTPUT RECORRE.
           IF WRK-FS-RECORRE NOT = '00'
              DISPLAY 'ERRO AO CRIAR O RELATORIO DE RECORRENCIAS - '
                      'FILE STATUS=' WRK-FS-RECORRE
              PERFORM 9950-ABENDA-RODADA
           END-IF.
           PERFORM 1000-PERCORRE-FAIXA.
           PERFORM 4000-MONTA-RANKING.
           PERFORM 2500-IMPRIME-CABECALHO.
           PERFORM 5000-RELATA-RANKING.
           PERFORM 6000-GRAVA-TOTAL-GERAL.
           CLOSE RECORRE.
      *DIA UTIL SEM ARQUIVO DEGRADA O RETORNO PARA 8, COMO NO
      * PROJCONSOL: A CONTAGEM DE DIAS DA FAIXA PODE ESTAR CURTA.
           EVALUATE TRUE
             WHEN WRK-QT-AUS-DIA-UTIL > ZEROS
               MOVE 8 TO RETURN-CODE
             WHEN WRK-RNK-QTDE > ZEROS
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           DISPLAY 'SUFIXOS PROCESSADOS: ' WRK-QT-SUF-PROCESSADOS
                   ' (DIAS UTEIS=' WRK-QT-DIAS-UTEIS-PROC ')'.
           DISPLAY 'SUFIXOS AUSENTES ..: ' WRK-QT-SUF-AUSENTES
                   ' (ESPERADOS=' WRK-QT-AUS-ESPERADOS
                   ' EM DIA UTIL=' WRK-QT-AUS-DIA-UTIL ')'.
           DISPLAY 'COMBINACOES .......: ' WRK-CMB-QTDE.
           DISPLAY 'RECORRENTES .......: ' WRK-RNK-QTDE.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *CRITICA A FAIXA INFORMADA, COMO NO PROJCONSOL: MES/DIA
      * PLAUSIVEIS, INICIO NAO POSTERIOR AO FIM E AS DUAS PONTAS
      * CONVERTENDO EM DATA NO ANO DA DATA DA ANALISE.
       0100-VALIDA-FAIXA.
           IF WRK-DATA IS NOT NUMERIC
              DISPLAY 'DATA DA ANALISE NAO E NUMERICA: ' WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-SUF-INI IS NOT NUMERIC
              OR WRK-SUF-FIM IS NOT NUMERIC
              DISPLAY 'SUFIXO NAO NUMERICO NA FAIXA (USAR MMDD): '
                      WRK-SUF-INI-NUM ' A ' WRK-SUF-FIM-NUM
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-SUF-INI-MES < 01 OR WRK-SUF-INI-MES > 12
              OR WRK-SUF-INI-DIA < 01 OR WRK-SUF-INI-DIA > 31
              OR WRK-SUF-FIM-MES < 01 OR WRK-SUF-FIM-MES > 12
              OR WRK-SUF-FIM-DIA < 01 OR WRK-SUF-FIM-DIA > 31
              DISPLAY 'FAIXA DE SUFIXOS INVALIDA (USAR MMDD): '
                      WRK-SUF-INI-NUM ' A ' WRK-SUF-FIM-NUM
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-SUF-INI-NUM > WRK-SUF-FIM-NUM
              DISPLAY 'SUFIXO INICIAL MAIOR QUE O FINAL: '
                      WRK-SUF-INI-NUM ' > ' WRK-SUF-FIM-NUM
              PERFORM 9950-ABENDA-RODADA
           END-IF
           COMPUTE WRK-DIA-CORR =
               WRK-DATA-ANO * 10000 + WRK-SUF-INI-NUM
           COMPUTE WRK-INT-CORR =
               FUNCTION INTEGER-OF-DATE (WRK-DIA-CORR)
           COMPUTE WRK-DIA-CORR =
               WRK-DATA-ANO * 10000 + WRK-SUF-FIM-NUM
           COMPUTE WRK-INT-FIM =
               FUNCTION INTEGER-OF-DATE (WRK-DIA-CORR)
           IF WRK-INT-CORR = ZEROS OR WRK-INT-FIM = ZEROS
              DISPLAY 'SUFIXO NAO E UMA DATA VALIDA NO ANO '
                      WRK-DATA-ANO ': ' WRK-SUF-INI-NUM ' / '
                      WRK-SUF-FIM-NUM
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *CARREGA O CALENDARIO DE FERIADOS NA TABELA EM MEMORIA.
      * ARQUIVO AUSENTE NAO E ERRO: SO OS FINS DE SEMANA SAO
      * TRATADOS COMO NAO UTEIS. DATA NAO NUMERICA E AVISADA E
      * IGNORADA.
       0150-CARREGA-FERIADOS.
           OPEN INPUT FERIADOS
           IF WRK-FS-FERIADOS NOT = '00'
              DISPLAY 'FERIADOS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-FERIADOS ') - SO FINS DE SEMANA SAO '
                      'NAO UTEIS'
           ELSE
              PERFORM UNTIL WRK-FS-FERIADOS NOT = '00'
                  READ FERIADOS
                    AT END
                      MOVE '10' TO WRK-FS-FERIADOS
                    NOT AT END
                      PERFORM 0160-GUARDA-FERIADO
                  END-READ
              END-PERFORM
              CLOSE FERIADOS
              DISPLAY 'FERIADOS CARREGADOS: ' WRK-FER-QTDE
           END-IF.

      *GUARDA UM FERIADO DO CALENDARIO NA TABELA.
       0160-GUARDA-FERIADO.
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
       0170-TESTA-DIA-UTIL.
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

      *MONTA O NOME DO RELATORIO COM OS SUFIXOS DA FAIXA.
       0200-MONTA-NOME-RECORRE.
           MOVE WRK-SUF-INI TO WRK-SUF-INI-TEXTO
           MOVE WRK-SUF-FIM TO WRK-SUF-FIM-TEXTO
           STRING 'RECORRE.' DELIMITED BY SIZE
                  WRK-SUF-INI-TEXTO DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WRK-SUF-FIM-TEXTO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-RECORRE.

      *CARREGA AS DESCRICOES DE HISTORICO DO CADASTRO LCTOHST.TXT.
      * CADASTRO AUSENTE NAO E ERRO: O RELATORIO SAI SEM DESCRICAO.
       0300-CARREGA-LCTOHST.
           OPEN INPUT LCTOHST
           IF WRK-FS-LCTOHST NOT = '00'
              DISPLAY 'LCTOHST.TXT AUSENTE (FILE STATUS='
                      WRK-FS-LCTOHST ') - RELATORIO SEM DESCRICAO '
                      'DE HISTORICO'
           ELSE
              PERFORM UNTIL WRK-FS-LCTOHST NOT = '00'
                  READ LCTOHST
                    AT END
                      MOVE '10' TO WRK-FS-LCTOHST
                    NOT AT END
                      IF LCH-REG-HST
                         AND LCH-HST-CODIGO IS NUMERIC
                         PERFORM 0350-GUARDA-HST
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE LCTOHST
              DISPLAY 'HISTORICOS CARREGADOS: ' WRK-HST-QTDE
           END-IF.

      *GUARDA UM HISTORICO DO CADASTRO NA TABELA.
       0350-GUARDA-HST.
           IF WRK-HST-QTDE >= 200
              DISPLAY 'TABELA DE HISTORICOS ESGOTADA - AUMENTAR '
                      'OCCURS DE WRK-HST-TAB'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-HST-QTDE
           SET WRK-HST-IDX TO WRK-HST-QTDE
           MOVE LCH-HST-CODIGO TO WRK-HST-TAB-COD (WRK-HST-IDX)
           MOVE LCH-HST-DESC TO WRK-HST-TAB-DESC (WRK-HST-IDX).

      *LE PARAMETROS.TXT ATRAS DA LINHA 'RD' (MINIMO DE DIAS UTEIS DA
      * RECORRENCIA). AUSENTE OU ZERADA NAO E ERRO: VALE O PADRAO.
       0400-LE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WRK-FS-PARAMETROS NOT = '00'
              DISPLAY 'PARAMETROS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-PARAMETROS ') - MINIMO PADRAO DE DIAS'
           ELSE
              PERFORM UNTIL WRK-FS-PARAMETROS NOT = '00'
                  READ PARAMETROS
                    AT END
                      MOVE '10' TO WRK-FS-PARAMETROS
                    NOT AT END
                      IF PARM-LCTO = 'RD'
                         AND PARM-TOLERANCIA IS NUMERIC
                         AND PARM-TOLERANCIA > ZEROS
                         AND PARM-TOLERANCIA < 1000
                         MOVE PARM-TOLERANCIA TO WRK-RCR-DIAS-MINIMO
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE PARAMETROS
           END-IF
           DISPLAY 'MINIMO DE DIAS UTEIS DA RECORRENCIA: '
                   WRK-RCR-DIAS-MINIMO.

      *PERCORRE A FAIXA UM DIA DE CALENDARIO POR VEZ (COMO NO
      * PROJCONSOL) E PROCESSA OS ARQUIVOS DO SUFIXO DE CADA DIA.
       1000-PERCORRE-FAIXA.
           PERFORM UNTIL WRK-INT-CORR > WRK-INT-FIM
               COMPUTE WRK-DIA-CORR =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-CORR)
               COMPUTE WRK-SUF-CORR =
                   WRK-DIA-CORR - WRK-DATA-ANO * 10000
               PERFORM 1100-MONTA-NOMES-SUFIXO
               MOVE WRK-DIA-CORR TO WRK-UTIL-DATA
               PERFORM 0170-TESTA-DIA-UTIL
               MOVE WRK-DIA-UTIL TO WRK-DIA-CORR-UTIL
               PERFORM 2000-PROCESSA-RESUL2-DIA
               ADD 1 TO WRK-INT-CORR
           END-PERFORM.

      *MONTA OS NOMES DOS ARQUIVOS DO SUFIXO CORRENTE.
       1100-MONTA-NOMES-SUFIXO.
           MOVE WRK-SUF-CORR TO WRK-SUF-TEXTO
           MOVE SPACES TO WRK-NOME-RESUL2IN
           STRING 'RESULTADO2.' DELIMITED BY SIZE
                  WRK-SUF-TEXTO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-RESUL2IN
           MOVE SPACES TO WRK-NOME-DIVERG3IN
           STRING 'DIVERG3.' DELIMITED BY SIZE
                  WRK-SUF-TEXTO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DIVERG3IN
           MOVE SPACES TO WRK-NOME-REJEITIN
           STRING 'REJEITADOS.' DELIMITED BY SIZE
                  WRK-SUF-TEXTO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-REJEITIN.

      *PROCESSA O RESULTADO2 DO SUFIXO CORRENTE E, COM ELE PRESENTE,
      * O DIVERG3 E O REJEITADOS DO MESMO SUFIXO. RESULTADO2 AUSENTE
      * E CLASSIFICADO PELO CALENDARIO, COMO O RESUMO NO PROJCONSOL:
      * FIM DE SEMANA OU FERIADO E AUSENCIA ESPERADA; DIA UTIL SEM
      * ARQUIVO E RODADA PERDIDA.
       2000-PROCESSA-RESUL2-DIA.
           OPEN INPUT RESUL2IN
           IF WRK-FS-RESUL2IN NOT = '00'
              ADD 1 TO WRK-QT-SUF-AUSENTES
              IF DIA-CORRENTE-E-UTIL
                 ADD 1 TO WRK-QT-AUS-DIA-UTIL
                 PERFORM 2600-GUARDA-AUSENTE-UTIL
              ELSE
                 ADD 1 TO WRK-QT-AUS-ESPERADOS
              END-IF
           ELSE
              ADD 1 TO WRK-QT-SUF-PROCESSADOS
              IF DIA-CORRENTE-E-UTIL
                 ADD 1 TO WRK-QT-DIAS-UTEIS-PROC
              END-IF
              PERFORM 9915-INICIA-VALIDACAO
              PERFORM UNTIL WRK-FS-RESUL2IN NOT = '00'
                  READ RESUL2IN
                    AT END
                      MOVE '10' TO WRK-FS-RESUL2IN
                    NOT AT END
                      MOVE R2IN-REG (1:37) TO WRK-HT-AREA
                      EVALUATE TRUE
                        WHEN HT-LINHA-HEADER
                          MOVE 'N' TO WRK-VAL-ULT-E-TRL
                        WHEN HT-LINHA-TRAILER
                          PERFORM 9917-GUARDA-TRAILER
                        WHEN OTHER
                          MOVE 'N' TO WRK-VAL-ULT-E-TRL
                          ADD 1 TO WRK-VAL-QT-LIDAS
                          ADD R2IN-VALOR TO WRK-VAL-HASH
                          ADD 1 TO WRK-QT-LIDOS-R2
                          MOVE R2IN-PREFIXO TO WRK-CHV-PREFIXO
                          MOVE R2IN-BALANCETE TO WRK-CHV-BALANCETE
                          MOVE R2IN-LCTO TO WRK-CHV-LCTO
                          MOVE R2IN-HST TO WRK-CHV-HST
                          MOVE 'SINT' TO WRK-CHV-LADO
                          MOVE SPACES TO WRK-CHV-MOTIVO
                          MOVE R2IN-VALOR TO WRK-CMB-VALOR
                          PERFORM 3000-ACUMULA-COMBINACAO
                      END-EVALUATE
                  END-READ
              END-PERFORM
              CLOSE RESUL2IN
              MOVE 'RESULTADO2' TO WRK-VAL-ARQUIVO
              PERFORM 9920-VALIDA-TRAILER
              PERFORM 2100-PROCESSA-DIVERG3-DIA
              PERFORM 2200-PROCESSA-REJEIT-DIA
           END-IF.

      *PROCESSA O DIVERG3 DO SUFIXO CORRENTE (LADO ANALITICO, PELO
      * PREFIXO DE ORIGEM). ARQUIVO AUSENTE NAO E ERRO.
       2100-PROCESSA-DIVERG3-DIA.
           OPEN INPUT DIVERG3IN
           IF WRK-FS-DIVERG3IN NOT = '00'
              CONTINUE
           ELSE
              PERFORM 9915-INICIA-VALIDACAO
              PERFORM UNTIL WRK-FS-DIVERG3IN NOT = '00'
                  READ DIVERG3IN
                    AT END
                      MOVE '10' TO WRK-FS-DIVERG3IN
                    NOT AT END
                      MOVE D3IN-REG (1:37) TO WRK-HT-AREA
                      EVALUATE TRUE
                        WHEN HT-LINHA-HEADER
                          MOVE 'N' TO WRK-VAL-ULT-E-TRL
                        WHEN HT-LINHA-TRAILER
                          PERFORM 9917-GUARDA-TRAILER
                        WHEN OTHER
                          MOVE 'N' TO WRK-VAL-ULT-E-TRL
                          ADD 1 TO WRK-VAL-QT-LIDAS
                          ADD D3IN-VALOR TO WRK-VAL-HASH
                          ADD 1 TO WRK-QT-LIDOS-D3
                          MOVE D3IN-PREF-ORIG TO WRK-CHV-PREFIXO
                          MOVE D3IN-BALANCETE TO WRK-CHV-BALANCETE
                          MOVE D3IN-LCTO TO WRK-CHV-LCTO
                          MOVE D3IN-HST TO WRK-CHV-HST
                          MOVE 'ANAL' TO WRK-CHV-LADO
                          MOVE SPACES TO WRK-CHV-MOTIVO
                          MOVE D3IN-VALOR TO WRK-CMB-VALOR
                          PERFORM 3000-ACUMULA-COMBINACAO
                      END-EVALUATE
                  END-READ
              END-PERFORM
              CLOSE DIVERG3IN
              MOVE 'DIVERG3' TO WRK-VAL-ARQUIVO
              PERFORM 9920-VALIDA-TRAILER
           END-IF.

      *PROCESSA O REJEITADOS DO SUFIXO CORRENTE. A REJEICAO NAO TRAZ
      * O HST (FICA ZERO) E ENTRA NA CHAVE COM O CODIGO DE MOTIVO:
      * O MESMO LCTO REJEITADO TODO DIA PELO MESMO MOTIVO E O MESMO
      * SINTOMA DE ORIGEM QUEBRADA. ARQUIVO AUSENTE NAO E ERRO.
       2200-PROCESSA-REJEIT-DIA.
           OPEN INPUT REJEITIN
           IF WRK-FS-REJEITIN NOT = '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WRK-FS-REJEITIN NOT = '00'
                  READ REJEITIN
                    AT END
                      MOVE '10' TO WRK-FS-REJEITIN
                    NOT AT END
                      ADD 1 TO WRK-QT-LIDOS-REJ
                      IF RJIN-PREFIXO IS NUMERIC
                         MOVE RJIN-PREFIXO TO WRK-CHV-PREFIXO
                      ELSE
                         MOVE ZEROS TO WRK-CHV-PREFIXO
                      END-IF
                      IF RJIN-BALANCETE IS NUMERIC
                         MOVE RJIN-BALANCETE TO WRK-CHV-BALANCETE
                      ELSE
                         MOVE ZEROS TO WRK-CHV-BALANCETE
                      END-IF
                      IF RJIN-LCTO IS NUMERIC
                         MOVE RJIN-LCTO TO WRK-CHV-LCTO
                      ELSE
                         MOVE ZEROS TO WRK-CHV-LCTO
                      END-IF
                      IF RJIN-VALOR IS NUMERIC
                         MOVE RJIN-VALOR TO WRK-CMB-VALOR
                      ELSE
                         MOVE ZEROS TO WRK-CMB-VALOR
                      END-IF
                      MOVE ZEROS TO WRK-CHV-HST
                      MOVE RJIN-ORIGEM TO WRK-CHV-LADO
                      MOVE RJIN-COD-MOTIVO TO WRK-CHV-MOTIVO
                      PERFORM 3000-ACUMULA-COMBINACAO
                  END-READ
              END-PERFORM
              CLOSE REJEITIN
           END-IF.

      *GUARDA O SUFIXO DE UM DIA UTIL SEM ARQUIVO, PARA A LISTA DO
      * RELATORIO.
       2600-GUARDA-AUSENTE-UTIL.
           IF WRK-AUF-QTDE >= 400
              DISPLAY 'TABELA DE AUSENTES EM DIA UTIL ESGOTADA - '
                      'FAIXA MAIOR QUE UM ANO?'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-AUF-QTDE
           MOVE WRK-SUF-CORR TO WRK-AUF-SUFIXO (WRK-AUF-QTDE).

      *ACUMULA UMA OCORRENCIA NA COMBINACAO DE WRK-CHV-COMBINACAO
      * (BUSCA BINARIA; INCLUSAO ORDENADA QUANDO A COMBINACAO APARECE
      * PELA PRIMEIRA VEZ). O DIA SO CONTA UMA VEZ POR SUFIXO E SO
      * QUANDO E DIA UTIL.
       3000-ACUMULA-COMBINACAO.
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-CMB-QTDE > 0
              SEARCH ALL WRK-CMB-ENT
                AT END
                  CONTINUE
                WHEN WRK-CMB-CHAVE (WRK-CMB-IDX) = WRK-CHV-COMBINACAO
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-INS-POS TO WRK-CMB-IDX
              END-SEARCH
           END-IF
           IF NOT ACHOU-ENTRADA
              PERFORM 3100-INSERE-COMBINACAO
           END-IF
           ADD 1 TO WRK-CMB-OCORRENCIAS (WRK-INS-POS)
           ADD WRK-CMB-VALOR TO WRK-CMB-VALOR-TOTAL (WRK-INS-POS)
           MOVE WRK-SUF-CORR TO WRK-CMB-SUF-ULTIMO (WRK-INS-POS)
           IF DIA-CORRENTE-E-UTIL
              AND WRK-CMB-SUF-CONTADO (WRK-INS-POS) NOT =
                  WRK-SUF-CORR
              ADD 1 TO WRK-CMB-DIAS (WRK-INS-POS)
              MOVE WRK-SUF-CORR TO WRK-CMB-SUF-CONTADO (WRK-INS-POS)
           END-IF.

      *INCLUI A COMBINACAO NOVA NA POSICAO QUE MANTEM A TABELA
      * ORDENADA, DESLOCANDO AS ENTRADAS SEGUINTES.
       3100-INSERE-COMBINACAO.
           IF WRK-CMB-QTDE >= 30000
              DISPLAY 'TABELA DE COMBINACOES DA RECORRENCIA ESGOTADA '
                      '- AUMENTAR OCCURS DE WRK-CMB-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-CMB-QTDE
           MOVE WRK-CMB-QTDE TO WRK-INS-POS
           PERFORM UNTIL WRK-INS-POS = 1
                     OR WRK-CMB-CHAVE (WRK-INS-POS - 1) <
                        WRK-CHV-COMBINACAO
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               MOVE WRK-CMB-ENT (WRK-INS-J)
                  TO WRK-CMB-ENT (WRK-INS-POS)
               MOVE WRK-INS-J TO WRK-INS-POS
           END-PERFORM
           MOVE WRK-CHV-COMBINACAO TO WRK-CMB-CHAVE (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIAS (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-OCORRENCIAS (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-VALOR-TOTAL (WRK-INS-POS)
           MOVE WRK-SUF-CORR TO WRK-CMB-SUF-PRIMEIRO (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-SUF-ULTIMO (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-SUF-CONTADO (WRK-INS-POS).

      *SEPARA AS COMBINACOES QUE APARECERAM EM PELO MENOS O MINIMO DE
      * DIAS UTEIS E AS ORDENA POR DIAS E VALOR, DECRESCENTES.
       4000-MONTA-RANKING.
           MOVE ZEROS TO WRK-RNK-QTDE
           PERFORM VARYING WRK-CMB-IDX FROM 1 BY 1
                   UNTIL WRK-CMB-IDX > WRK-CMB-QTDE
               IF WRK-CMB-DIAS (WRK-CMB-IDX) >= WRK-RCR-DIAS-MINIMO
                  PERFORM 4100-INSERE-RANKING
               END-IF
           END-PERFORM.

      *INCLUI A COMBINACAO CORRENTE NO RANKING, DESLOCANDO PARA BAIXO
      * AS QUE TEM MENOS DIAS (OU OS MESMOS DIAS E MENOS VALOR).
       4100-INSERE-RANKING.
           ADD 1 TO WRK-RNK-QTDE
           MOVE WRK-RNK-QTDE TO WRK-INS-POS
           MOVE 'N' TO WRK-INS-PARAR
           PERFORM UNTIL WRK-INS-POS = 1 OR INS-POSICAO-ACHADA
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               IF WRK-RNK-DIAS (WRK-INS-J) > WRK-CMB-DIAS (WRK-CMB-IDX)
                  OR (WRK-RNK-DIAS (WRK-INS-J) =
                      WRK-CMB-DIAS (WRK-CMB-IDX)
                      AND WRK-RNK-VALOR (WRK-INS-J) >=
                          WRK-CMB-VALOR-TOTAL (WRK-CMB-IDX))
                  MOVE 'S' TO WRK-INS-PARAR
               ELSE
                  MOVE WRK-RNK-ENT (WRK-INS-J)
                     TO WRK-RNK-ENT (WRK-INS-POS)
                  MOVE WRK-INS-J TO WRK-INS-POS
               END-IF
           END-PERFORM
           SET WRK-RNK-POS (WRK-INS-POS) TO WRK-CMB-IDX
           MOVE WRK-CMB-DIAS (WRK-CMB-IDX) TO WRK-RNK-DIAS (WRK-INS-POS)
           MOVE WRK-CMB-VALOR-TOTAL (WRK-CMB-IDX)
              TO WRK-RNK-VALOR (WRK-INS-POS).

      *IMPRIME TITULO/DATA/PAGINA E O CABECALHO DE COLUNAS, NO MESMO
      * ESTILO DO RELATORIO RESULTADO3 DO PROJSINANAL.
       2500-IMPRIME-CABECALHO.
           ADD 1 TO WRK-REL-PAGINA
           MOVE SPACES TO REC-LINHA
           STRING 'DIVERGENCIAS RECORRENTES POR BALANCETE+LCTO+HST - '
                  'FAIXA ' WRK-SUF-INI-TEXTO ' A ' WRK-SUF-FIM-TEXTO
                  ' - MINIMO DE ' WRK-RCR-DIAS-MINIMO ' DIAS UTEIS'
               DELIMITED BY SIZE INTO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO REC-LINHA
           STRING 'DATA: '       DELIMITED BY SIZE
                  WRK-DATA       DELIMITED BY SIZE
                  '   PAGINA: '  DELIMITED BY SIZE
                  WRK-REL-PAGINA DELIMITED BY SIZE
               INTO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
      *CADA ROTULO TERMINA NA COLUNA EM QUE TERMINA O CAMPO
      * CORRESPONDENTE DA LINHA DE DETALHE.
           MOVE SPACES TO REC-LINHA
           STRING 'ORDEM'                    DELIMITED BY SIZE
                  '   PREF'                  DELIMITED BY SIZE
                  '  BALANCETE'              DELIMITED BY SIZE
                  '  LCTO'                   DELIMITED BY SIZE
                  '  HST'                    DELIMITED BY SIZE
                  '  LADO'                   DELIMITED BY SIZE
                  '  DIAS'                   DELIMITED BY SIZE
                  '   OCORR.'                DELIMITED BY SIZE
                  '        VALOR TOTAL'      DELIMITED BY SIZE
                  '  PRIM ULTM'              DELIMITED BY SIZE
                  '  DESCRICAO DO HST OU MOTIVO DA REJEICAO'
                                             DELIMITED BY SIZE
               INTO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE ZEROS TO WRK-REL-LINHAS-PAG.

      *LISTA O RANKING DAS COMBINACOES RECORRENTES.
       5000-RELATA-RANKING.
           IF WRK-RNK-QTDE = ZEROS
              MOVE SPACES TO REC-LINHA
              STRING 'NENHUMA COMBINACAO APARECEU EM '
                     WRK-RCR-DIAS-MINIMO ' OU MAIS DIAS UTEIS DA FAIXA'
                  DELIMITED BY SIZE INTO REC-LINHA
              PERFORM 8000-GRAVA-LINHA-REL
           END-IF
           PERFORM VARYING WRK-RNK-I FROM 1 BY 1
                   UNTIL WRK-RNK-I > WRK-RNK-QTDE
               SET WRK-CMB-IDX TO WRK-RNK-POS (WRK-RNK-I)
               PERFORM 5100-GRAVA-DETALHE
           END-PERFORM.

      *MONTA E GRAVA A LINHA DE UMA COMBINACAO RECORRENTE E A SOMA
      * NOS TOTAIS POR LADO.
       5100-GRAVA-DETALHE.
           IF WRK-REL-LINHAS-PAG >= WRK-REL-MAX-LINHAS
              PERFORM 2500-IMPRIME-CABECALHO
           END-IF
           MOVE WRK-RNK-I TO WRK-RLD-ORDEM
           MOVE WRK-CMB-PREFIXO (WRK-CMB-IDX) TO WRK-RLD-PREFIXO
           MOVE WRK-CMB-BALANCETE (WRK-CMB-IDX) TO WRK-RLD-BALANCETE
           MOVE WRK-CMB-LCTO (WRK-CMB-IDX) TO WRK-RLD-LCTO
           MOVE WRK-CMB-HST (WRK-CMB-IDX) TO WRK-RLD-HST
           MOVE WRK-CMB-LADO (WRK-CMB-IDX) TO WRK-RLD-LADO
           MOVE WRK-CMB-DIAS (WRK-CMB-IDX) TO WRK-RLD-DIAS
           MOVE WRK-CMB-OCORRENCIAS (WRK-CMB-IDX)
              TO WRK-RLD-OCORRENCIAS
           MOVE WRK-CMB-VALOR-TOTAL (WRK-CMB-IDX) TO WRK-RLD-VALOR
           MOVE WRK-CMB-SUF-PRIMEIRO (WRK-CMB-IDX)
              TO WRK-RLD-SUF-PRIMEIRO
           MOVE WRK-CMB-SUF-ULTIMO (WRK-CMB-IDX) TO WRK-RLD-SUF-ULTIMO
           MOVE SPACES TO WRK-RLD-DESCRICAO
           IF WRK-CMB-MOTIVO (WRK-CMB-IDX) = SPACES
              MOVE WRK-CMB-HST (WRK-CMB-IDX) TO WRK-BUSCA-HST
              PERFORM 5200-BUSCA-DESC-HST
              MOVE WRK-HST-DESC TO WRK-RLD-DESCRICAO
              IF WRK-CMB-LADO (WRK-CMB-IDX) = 'SINT'
                 ADD 1 TO WRK-QT-RCR-SINT
              ELSE
                 ADD 1 TO WRK-QT-RCR-ANAL
              END-IF
           ELSE
              PERFORM 5300-MONTA-DESC-MOTIVO
              ADD 1 TO WRK-QT-RCR-REJEICAO
           END-IF
           ADD WRK-CMB-VALOR-TOTAL (WRK-CMB-IDX) TO WRK-VL-RECORRENTE
           MOVE WRK-REL-LINHA-DET TO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           ADD 1 TO WRK-REL-LINHAS-PAG.

      *CONSULTA A TABELA DE HISTORICOS E DEVOLVE EM WRK-HST-DESC A
      * DESCRICAO DO CODIGO EM WRK-BUSCA-HST.
       5200-BUSCA-DESC-HST.
           SET WRK-HST-IDX TO 1
           SEARCH WRK-HST-TAB
             AT END
               MOVE 'HISTORICO NAO CADASTRADO' TO WRK-HST-DESC
             WHEN WRK-HST-IDX > WRK-HST-QTDE
               MOVE 'HISTORICO NAO CADASTRADO' TO WRK-HST-DESC
             WHEN WRK-HST-TAB-COD (WRK-HST-IDX) = WRK-BUSCA-HST
               MOVE WRK-HST-TAB-DESC (WRK-HST-IDX) TO WRK-HST-DESC
           END-SEARCH.

      *DESCRICAO DE UMA COMBINACAO VINDA DO REJEITADOS, PELO CODIGO
      * DE MOTIVO GRAVADO PELA CRITICA DO PROJSINANAL.
       5300-MONTA-DESC-MOTIVO.
           EVALUATE WRK-CMB-MOTIVO (WRK-CMB-IDX)
             WHEN '01'
               MOVE 'REJEITADO 01 - VALOR ZERADO'
                  TO WRK-RLD-DESCRICAO
             WHEN '02'
               MOVE 'REJEITADO 02 - LCTO NAO RECONHECIDO'
                  TO WRK-RLD-DESCRICAO
             WHEN '03'
               MOVE 'REJEITADO 03 - BALANCETE ZERADO'
                  TO WRK-RLD-DESCRICAO
             WHEN '04'
               MOVE 'REJEITADO 04 - PARTIDA ZERADA'
                  TO WRK-RLD-DESCRICAO
             WHEN '05'
               MOVE 'REJEITADO 05 - PREFIXO INVALIDO/ENCERRADO'
                  TO WRK-RLD-DESCRICAO
             WHEN OTHER
               STRING 'REJEITADO ' DELIMITED BY SIZE
                      WRK-CMB-MOTIVO (WRK-CMB-IDX) DELIMITED BY SIZE
                      ' - MOTIVO DESCONHECIDO' DELIMITED BY SIZE
                  INTO WRK-RLD-DESCRICAO
           END-EVALUATE.

      *TOTAL GERAL DO RELATORIO E LISTA DOS DIAS UTEIS SEM ARQUIVO,
      * NO ESTILO DO PROJCONSOL.
       6000-GRAVA-TOTAL-GERAL.
           MOVE SPACES TO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO REC-LINHA
           STRING 'TOTAL GERAL   COMBINACOES RECORRENTES=' WRK-RNK-QTDE
                  ' (SINT=' WRK-QT-RCR-SINT
                  ' ANAL=' WRK-QT-RCR-ANAL
                  ' REJEICOES=' WRK-QT-RCR-REJEICAO
                  ')   VALOR=' WRK-VL-RECORRENTE
               DELIMITED BY SIZE INTO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO REC-LINHA
           STRING 'COMBINACOES ANALISADAS=' WRK-CMB-QTDE
                  '   LIDOS RESULTADO2=' WRK-QT-LIDOS-R2
                  ' DIVERG3=' WRK-QT-LIDOS-D3
                  ' REJEITADOS=' WRK-QT-LIDOS-REJ
               DELIMITED BY SIZE INTO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO REC-LINHA
           STRING 'SUFIXOS PROCESSADOS=' WRK-QT-SUF-PROCESSADOS
                  ' (DIAS UTEIS=' WRK-QT-DIAS-UTEIS-PROC ')'
                  ' AUSENTES=' WRK-QT-SUF-AUSENTES
                  ' (ESPERADOS=' WRK-QT-AUS-ESPERADOS
                  ' EM DIA UTIL=' WRK-QT-AUS-DIA-UTIL ')'
               DELIMITED BY SIZE INTO REC-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           IF WRK-AUF-QTDE > ZEROS
              MOVE SPACES TO REC-LINHA
              PERFORM 8000-GRAVA-LINHA-REL
              MOVE SPACES TO REC-LINHA
              STRING 'DIAS UTEIS SEM ARQUIVO (RODADA PERDIDA? A '
                     'CONTAGEM DE DIAS PODE ESTAR CURTA):'
                  DELIMITED BY SIZE INTO REC-LINHA
              PERFORM 8000-GRAVA-LINHA-REL
              PERFORM VARYING WRK-INS-J FROM 1 BY 1
                      UNTIL WRK-INS-J > WRK-AUF-QTDE
                  MOVE SPACES TO REC-LINHA
                  STRING 'DIA UTIL SEM ARQUIVO - SUFIXO '
                         WRK-AUF-SUFIXO (WRK-INS-J)
                      DELIMITED BY SIZE INTO REC-LINHA
                  PERFORM 8000-GRAVA-LINHA-REL
              END-PERFORM
           END-IF.

      *GRAVA UMA LINHA DO RELATORIO CONFERINDO O FILE STATUS.
       8000-GRAVA-LINHA-REL.
           WRITE REC-LINHA
           IF WRK-FS-RECORRE NOT = '00'
              DISPLAY 'ERRO DE E/S NO RELATORIO DE RECORRENCIAS - '
                      'FILE STATUS=' WRK-FS-RECORRE
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *ZERA OS ACUMULADORES DA VALIDACAO DE TRAILER ANTES DE LER UM
      * ARQUIVO DE INTERFACE.
       9915-INICIA-VALIDACAO.
           MOVE ZEROS TO WRK-VAL-QT-LIDAS
           MOVE ZEROS TO WRK-VAL-HASH
           MOVE ZEROS TO WRK-VAL-TRL-QT
           MOVE ZEROS TO WRK-VAL-TRL-HASH
           MOVE 'N' TO WRK-VAL-TRL-ACHADO
           MOVE 'N' TO WRK-VAL-ULT-E-TRL.

      *GUARDA O TRAILER RECEM-LIDO (VALE O ULTIMO DO ARQUIVO).
       9917-GUARDA-TRAILER.
           MOVE WRK-HT-TRL-QT TO WRK-VAL-TRL-QT
           MOVE WRK-HT-TRL-HASH TO WRK-VAL-TRL-HASH
           MOVE 'S' TO WRK-VAL-TRL-ACHADO
           MOVE 'S' TO WRK-VAL-ULT-E-TRL.

      *CONFERE O FECHAMENTO DO ARQUIVO LIDO: TRAILER PRESENTE E NA
      * ULTIMA LINHA, QUANTIDADE E HASH BATENDO COM O ACUMULADO.
      * ARQUIVO QUE NAO FECHA DERRUBA A ANALISE COM 16.
       9920-VALIDA-TRAILER.
           IF NOT VAL-TRAILER-ACHADO
              OR NOT VAL-ULTIMA-E-TRAILER
              OR WRK-VAL-TRL-QT NOT = WRK-VAL-QT-LIDAS
              OR WRK-VAL-TRL-HASH NOT = WRK-VAL-HASH
              DISPLAY 'ARQUIVO ' WRK-VAL-ARQUIVO ' DO SUFIXO '
                      WRK-SUF-TEXTO ' NAO FECHA COM O TRAILER DE '
                      'INTEGRIDADE - ARQUIVO TRUNCADO?'
              DISPLAY 'TRAILER QT=' WRK-VAL-TRL-QT
                      ' HASH=' WRK-VAL-TRL-HASH
              DISPLAY 'LIDO    QT=' WRK-VAL-QT-LIDAS
                      ' HASH=' WRK-VAL-HASH
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *TERMINO ANORMAL: RETURN-CODE 16 PARA O SCHEDULER, COMO NOS
      * DEMAIS PROGRAMAS DO SISTEMA.
       9950-ABENDA-RODADA.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
