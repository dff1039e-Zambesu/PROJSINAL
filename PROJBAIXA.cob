       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJBAIXA.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: BAIXAR CONTRA PROVISAO AS PENDENCIAS QUE PASSARAM DA
      *          IDADE LIMITE, COM LOTE DE BAIXA PARA O RAZAO
      *DATA:15/10/2026
      *
      *ALGUMAS PENDENCIAS FICAM MESES EM ABERTO NO CADASTRO
      *PENDCAD.DAT SEM QUE NINGUEM POSSA FAZER NADA POR ELAS E SO
      *REAPARECEM TODO DIA NO RELATORIO DE ENVELHECIMENTO (PENDAGING).
      *A NORMA CONTABIL MANDA BAIXAR CONTRA A CONTA DE PROVISAO AS QUE
      *PASSARAM DE UMA IDADE EM DIAS UTEIS (LINHA 'BX' DE
      *PARAMETROS.TXT, CONTADA COMO NO PROJSINANAL: FINS DE SEMANA E
      *FERIADOS DE FERIADOS.TXT NAO CONTAM). ESTE PROGRAMA PERCORRE O
      *CADASTRO, SELECIONA AS PENDENCIAS EM ABERTO ACIMA DA IDADE E
      *GRAVA A LISTA PARA ASSINATURA (LISTABAIXA.<SUFIXO>.TXT).
      *SEM APROVADOR NO CARTAO SYSIN A EXECUCAO SO LISTA (NADA E
      *BAIXADO) - A LISTA VAI PARA A ASSINATURA DA CONTABILIDADE.
      *COM O APROVADOR INFORMADO, CADA CANDIDATA E APRESENTADA NO
      *CONSOLE E CONSOME UM CARTAO DE DECISAO: NA POSICAO 1 A
      *RESPOSTA ('A' = APROVA A BAIXA; QUALQUER OUTRA MANTEM A
      *PENDENCIA EM ABERTO) E, A PARTIR DA POSICAO 3, A CHAVE DA
      *CANDIDATA COPIADA DA LISTA ASSINADA (ORIGEM, PREFIXO,
      *BALANCETE, PARTIDA E LCTO, SEM SEPARADORES). CARTAO EM BRANCO
      *MANTEM EM ABERTO; CARTAO COM CHAVE QUE NAO E A DA CANDIDATA
      *APRESENTADA (CARTAO FALTANDO, SOBRANDO OU FORA DE ORDEM) OU
      *CARTAO PREENCHIDO SOBRANDO DEPOIS DA ULTIMA CANDIDATA DERRUBA
      *O PASSO ANTES DO LOTE, SEM BAIXAR NADA. AS APROVADAS
      *VIRAM O LOTE DE BAIXA PARA O RAZAO (BAIXAS.<SUFIXO>.TXT), NO
      *MESMO DESENHO HEADER/DETALHE/TRAILER DO LOTE DE AJUSTES DO
      *PROJAJUSTE, COM O LCTO E O HST DA LINHA 'B' DO CADASTRO
      *LCTOHST.TXT; O DETALHE LEVA TAMBEM O LCTO, O HST E A DATA DE
      *ORIGEM DA PENDENCIA, PARA O PROJRETORNO REABRIR NA CHAVE
      *CERTA O QUE O RAZAO REJEITAR. SO DEPOIS DO LOTE GRAVADO E
      *FECHADO CADA PENDENCIA APROVADA E BAIXADA NO CADASTRO COM O
      *MOTIVO 'P' (BAIXADA CONTRA PROVISAO), A DATA, O SUFIXO E O
      *APROVADOR.
      *REPETICAO: LOTE DO SUFIXO JA GRAVADO E FECHADO, COM A MESMA
      *DATA, NAO E REFEITO. SE A EXECUCAO QUE O GEROU NAO TERMINOU
      *(CONTROLE SEM 'FIM' OU COM 'FIM' 16), A BAIXA DO CADASTRO E
      *REAPLICADA A PARTIR DO PROPRIO LOTE, SEM NOVA APRESENTACAO;
      *SE TERMINOU COM RC 0, O PASSO E RECUSADO (NOVA BAIXA USA OUTRO
      *SUFIXO). LOTE TRUNCADO OU DE OUTRA DATA E REGERADO.
      *INICIO E FIM DO PASSO FICAM NO REGISTRO DE CONTROLE DO SUFIXO
      *(CONTROLE.<SUFIXO>.TXT), ONDE O PROJRETORNO CONFERE O LOTE.
      *RETURN-CODE: 0 = LOTE DE BAIXA GERADO (OU REAPLICADO) COM
      *DETALHES; 4 = SO LISTA PARA ASSINATURA, NENHUMA CANDIDATA OU
      *NENHUMA BAIXA APROVADA (SEM LOTE); 16 = ERRO FATAL DE E/S,
      *CADASTRO OU PARAMETRO AUSENTE, LOTE QUE NAO CASA COM O
      *CADASTRO, CARTAO DE DECISAO QUE NAO CASA COM A CANDIDATA OU
      *PASSO RECUSADO POR LOTE JA APLICADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O CADASTRO INDEXADO DE PENDENCIAS (NOME FIXO E MESMA
      * DECLARACAO DO PROJSINANAL). PERCORRIDO NA ORDEM DA CHAVE PARA
      * A SELECAO E ATUALIZADO PELA CHAVE NA BAIXA.
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

      *CARREGA O LOTE DE BAIXA PARA O RAZAO. NOME MONTADO EM TEMPO DE
      * EXECUCAO A PARTIR DO SUFIXO. LIDO ANTES PARA RECONHECER A
      * REPETICAO E GRAVADO QUANDO HA BAIXA APROVADA.
         SELECT BAIXAS ASSIGN TO DYNAMIC WRK-NOME-BAIXAS
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-BAIXAS.

      *CARREGA A LISTA DAS CANDIDATAS PARA ASSINATURA, COM A DECISAO
      * DE CADA UMA E OS TOTAIS. NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT LISTABAIXA ASSIGN TO DYNAMIC WRK-NOME-LISTABAIXA
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-LISTABAIXA.

      *CARREGA O CADASTRO DE LANCAMENTOS E HISTORICOS (NOME FIXO,
      * COMO NO PROJSINANAL): A LINHA 'B' TRAZ OS CODIGOS DO
      * LANCAMENTO DE BAIXA E AS LINHAS 'L'/'H' PERMITEM CONFERIR
      * QUE ELES EXISTEM E ESTAO VALIDOS ANTES DE GERAR O LOTE.
         SELECT LCTOHST ASSIGN TO 'LCTOHST.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-LCTOHST.

      *CARREGA O ARQUIVO DE PARAMETROS DE EXECUCAO (SO A LINHA 'BX',
      * IDADE LIMITE EM DIAS UTEIS). NOME FIXO, COMPARTILHADO.
         SELECT PARAMETROS ASSIGN TO 'PARAMETROS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PARAMETROS.

      *CARREGA O CALENDARIO DE FERIADOS (UMA DATA AAAAMMDD POR LINHA,
      * MANTIDO PELA OPERACAO, NOME FIXO). ARQUIVO AUSENTE NAO E
      * ERRO: SO OS FINS DE SEMANA DEIXAM DE CONTAR COMO DIA UTIL.
         SELECT FERIADOS ASSIGN TO 'FERIADOS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-FERIADOS.

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

       FD BAIXAS.
         01 BXA-REG                    PIC X(80).

       FD LISTABAIXA.
         01 LST-LINHA                  PIC X(132).

      *MESMO LAYOUT DO LCH-REG LIDO PELO PROJSINANAL E CRITICADO
      * PELO PROJLCTOHST: 'L' = LANCAMENTO (CODIGO, NATUREZA D/C,
      * VALIDO S/N), 'H' = HISTORICO (CODIGO E DESCRICAO), 'A' =
      * CODIGOS DO LANCAMENTO DE AJUSTE, 'B' = CODIGOS DO LANCAMENTO
      * DE BAIXA POR PROVISAO (MESMO DESENHO DA 'A').
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
               10 LCH-LCTO-NATUREZA    PIC X(01).
               10 LCH-LCTO-VALIDO      PIC X(01).
               10 FILLER               PIC X(31).
           05 LCH-HST REDEFINES LCH-DADOS.
               10 LCH-HST-CODIGO       PIC 9(03).
               10 LCH-HST-DESC         PIC X(30).
               10 FILLER               PIC X(02).
           05 LCH-AJU REDEFINES LCH-DADOS.
               10 LCH-AJU-LCTO         PIC 9(02).
               10 LCH-AJU-HST          PIC 9(03).
               10 FILLER               PIC X(30).

       FD PARAMETROS.
         01 PARM-REG.
           05 PARM-LCTO                PIC X(02).
           05 PARM-TOLERANCIA          PIC 9(15).

       FD FERIADOS.
         01 FER-REG.
           05 FER-DATA                 PIC 9(08).
           05 FER-DESC                 PIC X(30).

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

       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.
       77 WRK-FS-BAIXAS                PIC X(02) VALUE SPACES.
       77 WRK-FS-LISTABAIXA            PIC X(02) VALUE SPACES.
       77 WRK-FS-LCTOHST               PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMETROS            PIC X(02) VALUE SPACES.
       77 WRK-FS-FERIADOS              PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.
       77 WRK-NOME-BAIXAS              PIC X(40) VALUE SPACES.
       77 WRK-NOME-LISTABAIXA          PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.
       77 WRK-FIM-CADASTRO             PIC X(01) VALUE 'N'.
           88 FIM-CADASTRO                        VALUE 'S'.

      *APROVADOR DA BAIXA (CARTAO SYSIN; BRANCO = SO LISTA PARA
      * ASSINATURA) E CARTAO DE DECISAO DE CADA CANDIDATA
      * APRESENTADA: RESPOSTA, UM BRANCO E A CHAVE DA CANDIDATA NO
      * MESMO DESENHO DO PCD-CHAVE (CONFERIDA EM 2200).
       77 WRK-APROVADOR                PIC X(08) VALUE SPACES.
       01 WRK-BXA-CARTAO.
           05 WRK-BXA-RESPOSTA         PIC X(01) VALUE SPACE.
               88 BXA-APROVA                      VALUE 'A' 'a'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WRK-BXA-CHAVE            PIC X(37) VALUE SPACES.

      *AREAS DE MONTAGEM E DESMONTE DAS LINHAS DO LOTE DE BAIXA -
      * MESMO DESENHO DO WRK-AJU-AREA DO PROJAJUSTE. O HEADER LEVA
      * TAMBEM O APROVADOR E O DETALHE, NO ESPACO LIVRE DO LOTE DE
      * AJUSTES, O LCTO, O HST E A DATA DE ORIGEM DA PENDENCIA
      * BAIXADA (CHAVE DA REABERTURA NO PROJRETORNO) E A IDADE EM
      * DIAS UTEIS NA DATA DA BAIXA.
       01 WRK-BXA-AREA.
           05 WRK-BXA-TIPO-REG          PIC X(01).
               88 BXA-REG-HEADER                   VALUE 'H'.
               88 BXA-REG-DETALHE                  VALUE 'D'.
               88 BXA-REG-TRAILER                  VALUE 'T'.
           05 WRK-BXA-DADOS             PIC X(79).
           05 WRK-BXA-HDR REDEFINES WRK-BXA-DADOS.
               10 WRK-BXA-HDR-DATA      PIC 9(08).
               10 WRK-BXA-HDR-SUFIXO    PIC X(08).
               10 WRK-BXA-HDR-APROVADOR PIC X(08).
               10 FILLER                PIC X(55).
           05 WRK-BXA-DET REDEFINES WRK-BXA-DADOS.
               10 WRK-BXA-DET-ORIGEM    PIC X(04).
               10 WRK-BXA-DET-PREFIXO   PIC 9(05).
               10 WRK-BXA-DET-BALANCETE PIC 9(09).
               10 WRK-BXA-DET-PARTIDA   PIC 9(17).
               10 WRK-BXA-DET-LCTO      PIC 9(02).
               10 WRK-BXA-DET-VALOR     PIC 9(17).
               10 WRK-BXA-DET-HST       PIC 9(03).
               10 WRK-BXA-DET-TIPO-DIV  PIC X(01).
               10 WRK-BXA-DET-LCTO-ORIG PIC 9(02).
               10 WRK-BXA-DET-HST-ORIG  PIC 9(03).
               10 WRK-BXA-DET-DATA-ORIG PIC 9(08).
               10 WRK-BXA-DET-DIAS      PIC 9(04).
               10 FILLER                PIC X(04).
           05 WRK-BXA-TRL REDEFINES WRK-BXA-DADOS.
               10 WRK-BXA-TRL-QT        PIC 9(07).
               10 WRK-BXA-TRL-HASH      PIC 9(17).
               10 FILLER                PIC X(55).

      *TABELA DAS PENDENCIAS A BAIXAR: NA EXECUCAO NORMAL, AS
      * APROVADAS NA APRESENTACAO (O LOTE E GRAVADO INTEIRO ANTES DE
      * MEXER NO CADASTRO); NA REPETICAO, OS DETALHES DO LOTE JA
      * GRAVADO.
       01 WRK-BXT-TABELA.
           05 WRK-BXT-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-BXT-ENT OCCURS 20000 TIMES INDEXED BY WRK-BXT-IDX.
               10 WRK-BXT-ORIGEM        PIC X(04).
               10 WRK-BXT-PREFIXO       PIC 9(05).
               10 WRK-BXT-BALANCETE     PIC 9(09).
               10 WRK-BXT-PARTIDA       PIC 9(17).
               10 WRK-BXT-LCTO-ORIG     PIC 9(02).
               10 WRK-BXT-HST-ORIG      PIC 9(03).
               10 WRK-BXT-VALOR         PIC 9(15).
               10 WRK-BXT-DATA-ORIGEM   PIC 9(08).
               10 WRK-BXT-DIAS          PIC 9(05).

      *LOTE DO SUFIXO JA EXISTENTE (RELIDO NA PARTIDA): HEADER E
      * TRAILER ACHADOS, CONTROLES LIDOS E SITUACAO APURADA ('S' =
      * LOTE FECHADO DA MESMA DATA E SUFIXO).
       77 WRK-ANT-HDR-OK               PIC X(01) VALUE 'N'.
           88 ANT-HEADER-CARREGADO                VALUE 'S'.
       77 WRK-ANT-TRL-OK               PIC X(01) VALUE 'N'.
           88 ANT-TRAILER-CARREGADO               VALUE 'S'.
       77 WRK-ANT-DATA                 PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-SUFIXO               PIC X(08) VALUE SPACES.
       77 WRK-ANT-APROVADOR            PIC X(08) VALUE SPACES.
       77 WRK-ANT-QT-LIDA              PIC 9(07) VALUE ZEROS.
       77 WRK-ANT-HASH-LIDO            PIC 9(17) VALUE ZEROS.
       77 WRK-ANT-TRL-QT               PIC 9(07) VALUE ZEROS.
       77 WRK-ANT-TRL-HASH             PIC 9(17) VALUE ZEROS.
       77 WRK-LOTE-ANTERIOR            PIC X(01) VALUE 'N'.
           88 LOTE-ANTERIOR-FECHADO               VALUE 'S'.

      *ULTIMO EVENTO DESTE PASSO NO CONTROLE DO SUFIXO PARA A MESMA
      * DATA (' ' = NUNCA RODOU, 'I' = INICIOU E NAO TERMINOU, 'F' =
      * TERMINOU COM O RC GUARDADO).
       77 WRK-ANT-SITUACAO             PIC X(01) VALUE SPACE.
           88 ANT-TERMINOU                        VALUE 'F'.
       77 WRK-ANT-RC                   PIC 9(02) VALUE ZEROS.

      *MODO DA EXECUCAO: 'L' = SO LISTA PARA ASSINATURA; 'B' = BAIXA
      * COM APRESENTACAO AO APROVADOR; 'R' = REPETICAO (REAPLICA A
      * BAIXA DO LOTE JA GRAVADO).
       77 WRK-MODO                     PIC X(01) VALUE SPACE.
           88 MODO-SO-LISTA                       VALUE 'L'.
           88 MODO-BAIXA                          VALUE 'B'.
           88 MODO-REPETICAO                      VALUE 'R'.

      *CODIGOS DO LANCAMENTO DE BAIXA, CARREGADOS DA LINHA 'B' DO
      * CADASTRO LCTOHST.TXT. AS TABELAS ABAIXO GUARDAM O QUE AS
      * LINHAS 'L'/'H' TRAZEM, PARA CONFERIR QUE OS CODIGOS DA BAIXA
      * EXISTEM E ESTAO VALIDOS ANTES DE GERAR O LOTE.
       77 WRK-BAIXA-LCTO               PIC 9(02) VALUE ZEROS.
       77 WRK-BAIXA-HST                PIC 9(03) VALUE ZEROS.
       77 WRK-BXA-ACHADA               PIC X(01) VALUE 'N'.
           88 LINHA-BAIXA-ACHADA                  VALUE 'S'.
       01 WRK-LCT-TABELA.
           05 WRK-LCT-ENT OCCURS 99 TIMES.
               10 WRK-LCT-CADASTRADO    PIC X(01) VALUE 'N'.
                   88 LCT-CADASTRADO               VALUE 'S'.
               10 WRK-LCT-VALIDO        PIC X(01) VALUE 'N'.
                   88 LCT-VALIDO                   VALUE 'S'.
       01 WRK-HST-TABELA.
           05 WRK-HST-QTDE              PIC 9(03) VALUE ZEROS.
           05 WRK-HST-TAB OCCURS 200 TIMES INDEXED BY WRK-HST-IDX.
               10 WRK-HST-TAB-COD       PIC 9(03).
       77 WRK-ACHOU-HST                PIC X(01) VALUE 'N'.
           88 ACHOU-HST                           VALUE 'S'.

      *IDADE LIMITE DA BAIXA EM DIAS UTEIS (LINHA 'BX' DE
      * PARAMETROS.TXT). OBRIGATORIA: SEM ELA NAO HA POLITICA A
      * APLICAR E NADA PODE SER BAIXADO.
       77 WRK-BXA-DIAS-LIMITE          PIC 9(05) VALUE ZEROS.
       77 WRK-BXA-LIMITE-ACHADO        PIC X(01) VALUE 'N'.
           88 LIMITE-BAIXA-ACHADO                 VALUE 'S'.

      *CALENDARIO DE FERIADOS E APOIO DA CONTAGEM DE DIAS UTEIS -
      * MESMA LOGICA DO ENVELHECIMENTO DO PROJSINANAL.
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
       77 WRK-DIAS-ABERTO              PIC 9(05) VALUE ZEROS.

      *CONTADORES E TOTAIS DA LISTA, DO LOTE E DA BAIXA NO CADASTRO.
       77 WRK-QT-LIDAS                 PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CANDIDATAS            PIC 9(07) VALUE ZEROS.
       77 WRK-VL-CANDIDATAS            PIC 9(17) VALUE ZEROS.
       77 WRK-QT-APROVADAS             PIC 9(07) VALUE ZEROS.
       77 WRK-VL-APROVADAS             PIC 9(17) VALUE ZEROS.
       77 WRK-QT-MANTIDAS              PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LOTE                  PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-LOTE                PIC 9(17) VALUE ZEROS.
       77 WRK-QT-BAIXADAS              PIC 9(07) VALUE ZEROS.
       77 WRK-QT-JA-BAIXADAS           PIC 9(07) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *DECISAO IMPRESSA NA LINHA DA CANDIDATA.
       77 WRK-LST-DECISAO              PIC X(24) VALUE SPACES.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJBAIXA'.
       77 WRK-CTL-DATA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-HORA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-EVENTO               PIC X(06) VALUE SPACES.
       77 WRK-CTL-RC                   PIC 9(02) VALUE ZEROS.
       77 WRK-CTL-TEXTO                PIC X(101) VALUE SPACES.
       77 WRK-CTL-INICIO               PIC X(01) VALUE 'N'.
           88 CTL-INICIO-REGISTRADO               VALUE 'S'.
       77 WRK-CTL-OPERADOR             PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA DE REFERENCIA DA BAIXA...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO DO LOTE DE BAIXA...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'INSIRA A IDENTIFICACAO DO APROVADOR '
                   '(BRANCO = SO LISTA PARA ASSINATURA)...'
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0370-CARREGA-FERIADOS.
           PERFORM 0300-CARREGA-LCTOHST.
           PERFORM 0400-LE-PARAMETROS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0600-VERIFICA-LOTE-ANTERIOR.
           PERFORM 0650-LE-CONTROLE-ANTERIOR.
           PERFORM 0700-DEFINE-MODO.
           PERFORM 0580-REGISTRA-INICIO.
           OPEN OUTPUT LISTABAIXA.
           IF WRK-FS-LISTABAIXA NOT = '00'
              DISPLAY 'ERRO AO CRIAR A LISTA DE BAIXA - FILE STATUS='
                      WRK-FS-LISTABAIXA
              PERFORM 9950-ABENDA-RODADA
           END-IF.
           PERFORM 1000-GRAVA-CABECALHO-LISTA.
           IF MODO-REPETICAO
              PERFORM 5000-LISTA-LOTE-REPETIDO
           ELSE
              PERFORM 2000-SELECIONA-CANDIDATAS
              IF WRK-BXT-QTDE > ZEROS
                 PERFORM 3000-GRAVA-LOTE-BAIXAS
              END-IF
           END-IF.
           IF WRK-BXT-QTDE > ZEROS
              PERFORM 4000-APLICA-BAIXAS
           END-IF.
           PERFORM 6000-FECHA-LISTA.
           CLOSE LISTABAIXA.
           PERFORM 9800-APURA-RETURN-CODE.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *CRITICA OS DADOS INFORMADOS PELO OPERADOR ANTES DE QUALQUER
      * ABERTURA, COMO NOS DEMAIS PROGRAMAS DO SISTEMA: A DATA E A
      * REFERENCIA DA IDADE E A DATA DA BAIXA NO CADASTRO.
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
           IF WRK-SUFIXO = SPACES
              DISPLAY 'SUFIXO NAO INFORMADO'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *CARREGA O CADASTRO LCTOHST.TXT E CONFERE OS CODIGOS DO
      * LANCAMENTO DE BAIXA: A LINHA 'B' PRECISA EXISTIR E APONTAR
      * PARA UM LCTO CADASTRADO E VALIDO E UM HST CADASTRADO.
      * CADASTRO AUSENTE OU INCOMPLETO E ERRO FATAL - O OPERADOR
      * DEVE RODAR O PROJLCTOHST E CORRIGIR ANTES DE GERAR O LOTE.
       0300-CARREGA-LCTOHST.
           OPEN INPUT LCTOHST
           IF WRK-FS-LCTOHST NOT = '00'
              DISPLAY 'LCTOHST.TXT AUSENTE OU ILEGIVEL (FILE STATUS='
                      WRK-FS-LCTOHST ') - RODAR O PROJLCTOHST'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM UNTIL WRK-FS-LCTOHST NOT = '00'
               READ LCTOHST
                 AT END
                   MOVE '10' TO WRK-FS-LCTOHST
                 NOT AT END
                   PERFORM 0350-TRATA-LINHA-LCTOHST
               END-READ
               IF WRK-FS-LCTOHST NOT = '00'
                  AND WRK-FS-LCTOHST NOT = '10'
                  DISPLAY 'ERRO DE E/S NO LCTOHST.TXT - FILE '
                          'STATUS=' WRK-FS-LCTOHST
                  PERFORM 9950-ABENDA-RODADA
               END-IF
           END-PERFORM
           CLOSE LCTOHST
           IF NOT LINHA-BAIXA-ACHADA
              DISPLAY 'LCTOHST.TXT SEM A LINHA DE BAIXA POR PROVISAO '
                      '(B) - RODAR O PROJLCTOHST'
              PERFORM 9950-ABENDA-RODADA
           END-IF
      *O CODIGO ZERADO E TESTADO ANTES DE SUBSCREVER A TABELA, COMO
      * NO PROJAJUSTE.
           IF WRK-BAIXA-LCTO = ZEROS
              DISPLAY 'LCTO DE BAIXA ' WRK-BAIXA-LCTO
                      ' NAO CADASTRADO OU NAO VALIDO NO LCTOHST.TXT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF NOT LCT-CADASTRADO (WRK-BAIXA-LCTO)
              OR NOT LCT-VALIDO (WRK-BAIXA-LCTO)
              DISPLAY 'LCTO DE BAIXA ' WRK-BAIXA-LCTO
                      ' NAO CADASTRADO OU NAO VALIDO NO LCTOHST.TXT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM 0380-BUSCA-HST-BAIXA
           IF NOT ACHOU-HST
              DISPLAY 'HST DE BAIXA ' WRK-BAIXA-HST
                      ' NAO CADASTRADO NO LCTOHST.TXT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           DISPLAY 'BAIXAS SERAO GERADAS COM LCTO ' WRK-BAIXA-LCTO
                   ' E HST ' WRK-BAIXA-HST.

      *TRATA UMA LINHA DO CADASTRO, GUARDANDO O QUE E PRECISO PARA A
      * CONFERENCIA DOS CODIGOS DA BAIXA. AS DEMAIS LINHAS SAO
      * IGNORADAS (O PROJLCTOHST JA AS TERIA BARRADO).
       0350-TRATA-LINHA-LCTOHST.
           EVALUATE TRUE
             WHEN LCH-REG-LCTO
               IF LCH-LCTO-CODIGO IS NUMERIC
                  AND LCH-LCTO-CODIGO NOT = ZEROS
                  MOVE 'S' TO WRK-LCT-CADASTRADO (LCH-LCTO-CODIGO)
                  MOVE LCH-LCTO-VALIDO
                     TO WRK-LCT-VALIDO (LCH-LCTO-CODIGO)
               END-IF
             WHEN LCH-REG-HST
               IF WRK-HST-QTDE < 200
                  ADD 1 TO WRK-HST-QTDE
                  SET WRK-HST-IDX TO WRK-HST-QTDE
                  MOVE LCH-HST-CODIGO
                     TO WRK-HST-TAB-COD (WRK-HST-IDX)
               END-IF
             WHEN LCH-REG-BAIXA
               MOVE 'S' TO WRK-BXA-ACHADA
               MOVE LCH-AJU-LCTO TO WRK-BAIXA-LCTO
               MOVE LCH-AJU-HST TO WRK-BAIXA-HST
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *PROCURA O HST DA BAIXA NA TABELA DOS HISTORICOS CARREGADOS.
       0380-BUSCA-HST-BAIXA.
           MOVE 'N' TO WRK-ACHOU-HST
           SET WRK-HST-IDX TO 1
           SEARCH WRK-HST-TAB
             AT END
               CONTINUE
             WHEN WRK-HST-IDX > WRK-HST-QTDE
               CONTINUE
             WHEN WRK-HST-TAB-COD (WRK-HST-IDX) = WRK-BAIXA-HST
               MOVE 'S' TO WRK-ACHOU-HST
           END-SEARCH.

      *CARREGA O CALENDARIO DE FERIADOS NA TABELA EM MEMORIA, COMO NO
      * PROJSINANAL. AUSENTE NAO E ERRO.
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

      *LE PARAMETROS.TXT ATRAS DA LINHA 'BX' (IDADE LIMITE DA BAIXA
      * EM DIAS UTEIS). ARQUIVO OU LINHA AUSENTE, OU IDADE ZERADA, E
      * ERRO FATAL: BAIXAR SEM A POLITICA INFORMADA LEVARIA TODO O
      * CADASTRO PARA A PROVISAO.
       0400-LE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WRK-FS-PARAMETROS NOT = '00'
              DISPLAY 'PARAMETROS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-PARAMETROS ') - SEM IDADE LIMITE DA '
                      'BAIXA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM UNTIL WRK-FS-PARAMETROS NOT = '00'
               READ PARAMETROS
                 AT END
                   MOVE '10' TO WRK-FS-PARAMETROS
                 NOT AT END
                   IF PARM-LCTO = 'BX'
                      MOVE 'S' TO WRK-BXA-LIMITE-ACHADO
                      MOVE PARM-TOLERANCIA TO WRK-BXA-DIAS-LIMITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETROS
           IF NOT LIMITE-BAIXA-ACHADO
              OR WRK-BXA-DIAS-LIMITE = ZEROS
              DISPLAY 'PARAMETROS.TXT SEM A LINHA BX (IDADE LIMITE DA '
                      'BAIXA EM DIAS UTEIS) OU COM IDADE ZERADA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           DISPLAY 'IDADE LIMITE DA BAIXA: ' WRK-BXA-DIAS-LIMITE
                   ' DIAS UTEIS'.

      *MONTA OS NOMES DOS ARQUIVOS A PARTIR DO SUFIXO INFORMADO.
       0500-MONTA-NOMES-ARQUIVOS.
           STRING 'BAIXAS.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-BAIXAS
           STRING 'LISTABAIXA.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-LISTABAIXA
           STRING 'CONTROLE.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONTROLE.

      *RELE O LOTE DE BAIXA DO SUFIXO, SE EXISTIR, PARA RECONHECER A
      * REPETICAO: SO CONTA COMO LOTE JA GERADO O QUE TEM HEADER DA
      * MESMA DATA E SUFIXO E FECHA COM O PROPRIO TRAILER. O RESTO
      * (TRUNCADO, DE OUTRA DATA - OS SUFIXOS MMDD SE REPETEM TODO
      * ANO) E REGERADO E A TABELA CARREGADA E DESCARTADA.
       0600-VERIFICA-LOTE-ANTERIOR.
           OPEN INPUT BAIXAS
           IF WRK-FS-BAIXAS = '35'
              CONTINUE
           ELSE
              IF WRK-FS-BAIXAS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR O LOTE DE BAIXA ANTERIOR - '
                         'FILE STATUS=' WRK-FS-BAIXAS
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ BAIXAS INTO WRK-BXA-AREA
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      PERFORM 0610-TRATA-LINHA-LOTE-ANTERIOR
                  END-READ
                  IF WRK-FS-BAIXAS NOT = '00'
                     AND WRK-FS-BAIXAS NOT = '10'
                     DISPLAY 'ERRO DE E/S NO LOTE DE BAIXA ANTERIOR - '
                             'FILE STATUS=' WRK-FS-BAIXAS
                     PERFORM 9950-ABENDA-RODADA
                  END-IF
              END-PERFORM
              CLOSE BAIXAS
              IF ANT-HEADER-CARREGADO
                 AND ANT-TRAILER-CARREGADO
                 AND WRK-ANT-DATA = WRK-DATA
                 AND WRK-ANT-SUFIXO = WRK-SUFIXO
                 AND WRK-ANT-TRL-QT = WRK-ANT-QT-LIDA
                 AND WRK-ANT-TRL-HASH = WRK-ANT-HASH-LIDO
                 MOVE 'S' TO WRK-LOTE-ANTERIOR
                 DISPLAY 'LOTE DE BAIXA JA GERADO PARA O SUFIXO - '
                         'DETALHES=' WRK-ANT-QT-LIDA
              ELSE
                 MOVE ZEROS TO WRK-BXT-QTDE
                 DISPLAY 'LOTE DE BAIXA ANTERIOR INCOMPLETO OU DE '
                         'OUTRA DATA (' WRK-NOME-BAIXAS ') - SERA '
                         'REGERADO'
              END-IF
           END-IF.

      *DESPACHA UMA LINHA DO LOTE ANTERIOR PELO TIPO. OS DETALHES
      * VAO PARA A TABELA DA BAIXA (USADA SO NA REPETICAO).
       0610-TRATA-LINHA-LOTE-ANTERIOR.
           EVALUATE TRUE
             WHEN BXA-REG-HEADER
               MOVE WRK-BXA-HDR-DATA TO WRK-ANT-DATA
               MOVE WRK-BXA-HDR-SUFIXO TO WRK-ANT-SUFIXO
               MOVE WRK-BXA-HDR-APROVADOR TO WRK-ANT-APROVADOR
               MOVE 'S' TO WRK-ANT-HDR-OK
             WHEN BXA-REG-DETALHE
               ADD 1 TO WRK-ANT-QT-LIDA
               ADD WRK-BXA-DET-VALOR TO WRK-ANT-HASH-LIDO
               PERFORM 0620-GUARDA-DETALHE-ANTERIOR
             WHEN BXA-REG-TRAILER
               MOVE WRK-BXA-TRL-QT TO WRK-ANT-TRL-QT
               MOVE WRK-BXA-TRL-HASH TO WRK-ANT-TRL-HASH
               MOVE 'S' TO WRK-ANT-TRL-OK
             WHEN OTHER
               DISPLAY 'TIPO DE LINHA DESCONHECIDO NO LOTE DE BAIXA '
                       'ANTERIOR: ' WRK-BXA-TIPO-REG
               PERFORM 9950-ABENDA-RODADA
           END-EVALUATE.

      *GUARDA UM DETALHE DO LOTE ANTERIOR NA TABELA DA BAIXA.
       0620-GUARDA-DETALHE-ANTERIOR.
           IF WRK-BXT-QTDE >= 20000
              DISPLAY 'TABELA DE BAIXAS ESGOTADA - AUMENTAR OCCURS DE '
                      'WRK-BXT-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-BXT-QTDE
           SET WRK-BXT-IDX TO WRK-BXT-QTDE
           MOVE WRK-BXA-DET-ORIGEM TO WRK-BXT-ORIGEM (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-PREFIXO TO WRK-BXT-PREFIXO (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-BALANCETE
              TO WRK-BXT-BALANCETE (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-PARTIDA TO WRK-BXT-PARTIDA (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-LCTO-ORIG
              TO WRK-BXT-LCTO-ORIG (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-HST-ORIG TO WRK-BXT-HST-ORIG (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-VALOR TO WRK-BXT-VALOR (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-DATA-ORIG
              TO WRK-BXT-DATA-ORIGEM (WRK-BXT-IDX)
           MOVE WRK-BXA-DET-DIAS TO WRK-BXT-DIAS (WRK-BXT-IDX).

      *LE O REGISTRO DE CONTROLE DO SUFIXO E GUARDA O ULTIMO EVENTO
      * DESTE PASSO PARA A MESMA DATA ('INICIO' SEM 'FIM' DEPOIS =
      * EXECUCAO ABORTADA SEM REGISTRO). CONTROLE AUSENTE NAO E ERRO.
       0650-LE-CONTROLE-ANTERIOR.
           OPEN INPUT CONTROLE
           IF WRK-FS-CONTROLE = '35'
              CONTINUE
           ELSE
              IF WRK-FS-CONTROLE NOT = '00'
                 DISPLAY 'ERRO AO ABRIR O CONTROLE - FILE STATUS='
                         WRK-FS-CONTROLE
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ CONTROLE
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      PERFORM 0655-TRATA-LINHA-CONTROLE
                  END-READ
                  IF WRK-FS-CONTROLE NOT = '00'
                     AND WRK-FS-CONTROLE NOT = '10'
                     DISPLAY 'ERRO DE E/S NO CONTROLE - FILE STATUS='
                             WRK-FS-CONTROLE
                     PERFORM 9950-ABENDA-RODADA
                  END-IF
              END-PERFORM
              CLOSE CONTROLE
           END-IF.

      *GUARDA O EVENTO DA LINHA DE CONTROLE SE FOR DESTE PASSO E DA
      * MESMA DATA. RC ILEGIVEL VALE 99.
       0655-TRATA-LINHA-CONTROLE.
           IF CTL-PROGRAMA = WRK-CTL-PROGRAMA
              AND CTL-DATA = WRK-DATA
              IF CTL-EVENTO-INICIO
                 MOVE 'I' TO WRK-ANT-SITUACAO
              END-IF
              IF CTL-EVENTO-FIM
                 MOVE 'F' TO WRK-ANT-SITUACAO
                 IF CTL-RC IS NUMERIC
                    MOVE CTL-RC TO WRK-ANT-RC
                 ELSE
                    MOVE 99 TO WRK-ANT-RC
                 END-IF
              END-IF
           END-IF.

      *DEFINE O MODO DA EXECUCAO. LOTE JA GERADO E APLICADO (ULTIMA
      * EXECUCAO DA MESMA DATA TERMINOU COM RC 0) RECUSA O PASSO COM
      * LINHA 'RECUSA' NO CONTROLE - REFAZER A APRESENTACAO GERARIA
      * UM SEGUNDO LOTE PARA O MESMO SUFIXO. LOTE JA GERADO SEM ESSE
      * FIM E A REPETICAO DE UMA EXECUCAO INTERROMPIDA DEPOIS DE
      * FECHAR O LOTE: A BAIXA DO CADASTRO E REAPLICADA. SEM LOTE, O
      * CARTAO DO APROVADOR DIZ SE HA BAIXA OU SO A LISTA.
       0700-DEFINE-MODO.
           IF LOTE-ANTERIOR-FECHADO
              IF ANT-TERMINOU AND WRK-ANT-RC = ZEROS
                 DISPLAY 'LOTE DE BAIXA DO SUFIXO ' WRK-SUFIXO
                         ' JA GERADO E APLICADO EM ' WRK-DATA
                 DISPLAY 'PARA NOVA BAIXA USAR OUTRO SUFIXO'
                 MOVE 'RECUSA' TO WRK-CTL-EVENTO
                 MOVE 16 TO WRK-CTL-RC
                 MOVE 'LOTE DE BAIXA JA GERADO E APLICADO NO SUFIXO'
                    TO WRK-CTL-TEXTO
                 PERFORM 9750-GRAVA-LINHA-CONTROLE
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              MOVE 'R' TO WRK-MODO
              MOVE WRK-ANT-APROVADOR TO WRK-APROVADOR
              DISPLAY 'REPETICAO - BAIXA DO LOTE JA GERADO SERA '
                      'REAPLICADA NO CADASTRO'
           ELSE
              IF WRK-APROVADOR = SPACES
                 MOVE 'L' TO WRK-MODO
                 DISPLAY 'SEM APROVADOR - SO A LISTA PARA ASSINATURA, '
                         'NADA SERA BAIXADO'
              ELSE
                 MOVE 'B' TO WRK-MODO
              END-IF
           END-IF.

      *REGISTRA O INICIO DO PASSO NO CONTROLE DO SUFIXO (COM O MODO E
      * O APROVADOR NO TEXTO). DAQUI EM DIANTE UM ABORTO (9950) FICA
      * REGISTRADO COMO 'FIM' COM 16.
       0580-REGISTRA-INICIO.
           MOVE 'INICIO' TO WRK-CTL-EVENTO
           MOVE ZEROS TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'MODO=' DELIMITED BY SIZE
                  WRK-MODO DELIMITED BY SIZE
                  ' APROVADOR=' DELIMITED BY SIZE
                  WRK-APROVADOR DELIMITED BY SIZE
               INTO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE
           MOVE 'S' TO WRK-CTL-INICIO.

      *CABECALHO DA LISTA: SUFIXO, DATA DE REFERENCIA, POLITICA
      * APLICADA (IDADE LIMITE E CODIGOS DA BAIXA) E MODO.
       1000-GRAVA-CABECALHO-LISTA.
           MOVE SPACES TO LST-LINHA
           STRING 'BAIXA DE PENDENCIAS CONTRA PROVISAO - SUFIXO '
                  WRK-SUFIXO
                  ' DATA DE REFERENCIA ' WRK-DATA
               DELIMITED BY SIZE INTO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA
           MOVE SPACES TO LST-LINHA
           STRING 'IDADE LIMITE (LINHA BX) ' WRK-BXA-DIAS-LIMITE
                  ' DIAS UTEIS - LCTO DA BAIXA ' WRK-BAIXA-LCTO
                  ' HST DA BAIXA ' WRK-BAIXA-HST
               DELIMITED BY SIZE INTO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA
           MOVE SPACES TO LST-LINHA
           EVALUATE TRUE
             WHEN MODO-SO-LISTA
               STRING 'LISTA PARA ASSINATURA - NENHUMA PENDENCIA FOI '
                      'BAIXADA NESTA EXECUCAO'
                   DELIMITED BY SIZE INTO LST-LINHA
             WHEN MODO-BAIXA
               STRING 'BAIXA APRESENTADA AO APROVADOR ' WRK-APROVADOR
                   DELIMITED BY SIZE INTO LST-LINHA
             WHEN OTHER
               STRING 'REPETICAO - LOTE ' WRK-NOME-BAIXAS
                      ' JA GERADO, APROVADOR ' WRK-APROVADOR
                      ' - BAIXA REAPLICADA NO CADASTRO'
                   DELIMITED BY SIZE INTO LST-LINHA
           END-EVALUATE
           PERFORM 8000-GRAVA-LINHA-LISTA
           MOVE SPACES TO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA.

      *PERCORRE O CADASTRO NA ORDEM DA CHAVE E AVALIA CADA PENDENCIA
      * EM ABERTO. SO LEITURA: A BAIXA NO CADASTRO E FEITA DEPOIS DO
      * LOTE GRAVADO (4000).
       2000-SELECIONA-CANDIDATAS.
           OPEN INPUT PENDCAD
           IF WRK-FS-PENDCAD = '35'
              DISPLAY 'CADASTRO DE PENDENCIAS PENDCAD.DAT AUSENTE - '
                      'RODAR O PROJPENDCONV'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM 2900-TESTA-FS-PENDCAD
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
                   PERFORM 2900-TESTA-FS-PENDCAD
                   ADD 1 TO WRK-QT-LIDAS
                   IF PCD-EM-ABERTO
                      PERFORM 2100-AVALIA-PENDENCIA
                   END-IF
               END-READ
               IF NOT FIM-CADASTRO
                  PERFORM 2900-TESTA-FS-PENDCAD
               END-IF
           END-PERFORM
           CLOSE PENDCAD
           DISPLAY 'PENDENCIAS LIDAS=' WRK-QT-LIDAS
                   ' CANDIDATAS A BAIXA=' WRK-QT-CANDIDATAS
           IF MODO-BAIXA
              PERFORM 2250-CONFERE-CARTAO-SOBRANDO
           END-IF.

      *APURA A IDADE DA PENDENCIA EM ABERTO E, SE PASSOU DO LIMITE,
      * LISTA A CANDIDATA E (COM APROVADOR) APRESENTA PARA DECISAO.
      * A DIFERENCA EM DIAS CORRIDOS E TESTADA ANTES: QUEM NAO PASSA
      * DO LIMITE NEM EM DIAS CORRIDOS NAO PRECISA DO PERCURSO DO
      * CALENDARIO DIA A DIA.
       2100-AVALIA-PENDENCIA.
           MOVE ZEROS TO WRK-DIAS-ABERTO
           IF PCD-DATA-ORIGEM IS NUMERIC
              AND PCD-DATA-ORIGEM < WRK-DATA
              COMPUTE WRK-CONT-INT-INI =
                  FUNCTION INTEGER-OF-DATE (PCD-DATA-ORIGEM)
              COMPUTE WRK-CONT-INT-FIM =
                  FUNCTION INTEGER-OF-DATE (WRK-DATA)
              IF WRK-CONT-INT-FIM - WRK-CONT-INT-INI >
                 WRK-BXA-DIAS-LIMITE
                 PERFORM 2150-CONTA-DIAS-UTEIS
              END-IF
           END-IF
           IF WRK-DIAS-ABERTO > WRK-BXA-DIAS-LIMITE
              ADD 1 TO WRK-QT-CANDIDATAS
              ADD PCD-VALOR TO WRK-VL-CANDIDATAS
              EVALUATE TRUE
                WHEN MODO-SO-LISTA
                  MOVE 'A ASSINAR' TO WRK-LST-DECISAO
                WHEN OTHER
                  PERFORM 2200-SUBMETE-APROVADOR
              END-EVALUATE
              PERFORM 2400-GRAVA-LINHA-CANDIDATA
           END-IF.

      *CONTA EM WRK-DIAS-ABERTO OS DIAS UTEIS ENTRE A DATA DE ORIGEM
      * DA PENDENCIA (EXCLUSIVE) E A DATA DE REFERENCIA (INCLUSIVE),
      * COMO O 7430 DO PROJSINANAL.
       2150-CONTA-DIAS-UTEIS.
           COMPUTE WRK-CONT-INT-CORR = WRK-CONT-INT-INI + 1
           PERFORM UNTIL WRK-CONT-INT-CORR > WRK-CONT-INT-FIM
               COMPUTE WRK-UTIL-DATA =
                   FUNCTION DATE-OF-INTEGER (WRK-CONT-INT-CORR)
               PERFORM 0390-TESTA-DIA-UTIL
               IF DIA-E-UTIL
                  ADD 1 TO WRK-DIAS-ABERTO
               END-IF
               ADD 1 TO WRK-CONT-INT-CORR
           END-PERFORM.

      *APRESENTA A CANDIDATA AO APROVADOR E LE A DECISAO (UM CARTAO
      * POR CANDIDATA, NA ORDEM DO CADASTRO). SO 'A' APROVA; CARTAO
      * EM BRANCO OU QUALQUER OUTRA RESPOSTA MANTEM EM ABERTO. A
      * CHAVE DO CARTAO TEM DE SER A DA CANDIDATA: UM CARTAO FALTANDO
      * OU FORA DE ORDEM DESLOCARIA TODAS AS DECISOES SEGUINTES, E O
      * PASSO E DERRUBADO AQUI, ANTES DE QUALQUER LOTE OU BAIXA (O
      * CARTAO QUE SOBRA DEPOIS DA ULTIMA CANDIDATA E CONFERIDO NO
      * 2250).
       2200-SUBMETE-APROVADOR.
           DISPLAY 'PENDENCIA ACIMA DA IDADE - ORIGEM=' PCD-ORIGEM
                   ' PREF=' PCD-PREFIXO ' BAL=' PCD-BALANCETE
                   ' PART=' PCD-PARTIDA ' LCTO=' PCD-LCTO
           DISPLAY 'DESDE ' PCD-DATA-ORIGEM
                   ' DIAS UTEIS=' WRK-DIAS-ABERTO
                   ' VALOR=' PCD-VALOR
           DISPLAY 'BAIXA CONTRA PROVISAO (A=APROVA / OUTRO=MANTEM '
                   'EM ABERTO) + BRANCO + CHAVE ' PCD-CHAVE '...'
           MOVE SPACES TO WRK-BXA-CARTAO
           ACCEPT WRK-BXA-CARTAO FROM CONSOLE
           IF WRK-BXA-CARTAO NOT = SPACES
              AND WRK-BXA-CHAVE NOT = PCD-CHAVE
              DISPLAY 'CARTAO DE DECISAO NAO E DA CANDIDATA APRESENTADA'
              DISPLAY 'CARTAO LIDO ......: ' WRK-BXA-CARTAO
              DISPLAY 'CHAVE DA CANDIDATA: ' PCD-CHAVE
              DISPLAY 'CARTAO FALTANDO OU FORA DE ORDEM - NADA FOI '
                      'BAIXADO; CONFERIR OS CARTOES COM A LISTA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF BXA-APROVA
              ADD 1 TO WRK-QT-APROVADAS
              ADD PCD-VALOR TO WRK-VL-APROVADAS
              MOVE 'BAIXA APROVADA' TO WRK-LST-DECISAO
              PERFORM 2300-GUARDA-APROVADA
           ELSE
              ADD 1 TO WRK-QT-MANTIDAS
              MOVE 'MANTIDA EM ABERTO' TO WRK-LST-DECISAO
           END-IF.

      *DEPOIS DA ULTIMA CANDIDATA NAO PODE SOBRAR CARTAO DE DECISAO
      * PREENCHIDO: ELE E DE UMA CANDIDATA QUE ESTA EXECUCAO NAO
      * APRESENTOU (LISTA ASSINADA DE OUTRO DIA OU CADASTRO MUDADO
      * DESDE A LISTA), E O PASSO E DERRUBADO ANTES DO LOTE, SEM
      * BAIXAR NADA. CARTAO EM BRANCO OU FIM DOS CARTOES E NORMAL.
       2250-CONFERE-CARTAO-SOBRANDO.
           MOVE SPACES TO WRK-BXA-CARTAO
           ACCEPT WRK-BXA-CARTAO FROM CONSOLE
           IF WRK-BXA-CARTAO NOT = SPACES
              DISPLAY 'CARTAO DE DECISAO SOBRANDO DEPOIS DA ULTIMA '
                      'CANDIDATA'
              DISPLAY 'CARTAO LIDO ......: ' WRK-BXA-CARTAO
              DISPLAY 'NADA FOI BAIXADO; CONFERIR OS CARTOES COM A '
                      'LISTA'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *GUARDA A PENDENCIA APROVADA NA TABELA DA BAIXA.
       2300-GUARDA-APROVADA.
           IF WRK-BXT-QTDE >= 20000
              DISPLAY 'TABELA DE BAIXAS ESGOTADA - AUMENTAR OCCURS DE '
                      'WRK-BXT-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-BXT-QTDE
           SET WRK-BXT-IDX TO WRK-BXT-QTDE
           MOVE PCD-ORIGEM TO WRK-BXT-ORIGEM (WRK-BXT-IDX)
           MOVE PCD-PREFIXO TO WRK-BXT-PREFIXO (WRK-BXT-IDX)
           MOVE PCD-BALANCETE TO WRK-BXT-BALANCETE (WRK-BXT-IDX)
           MOVE PCD-PARTIDA TO WRK-BXT-PARTIDA (WRK-BXT-IDX)
           MOVE PCD-LCTO TO WRK-BXT-LCTO-ORIG (WRK-BXT-IDX)
           MOVE PCD-HST TO WRK-BXT-HST-ORIG (WRK-BXT-IDX)
           MOVE PCD-VALOR TO WRK-BXT-VALOR (WRK-BXT-IDX)
           MOVE PCD-DATA-ORIGEM TO WRK-BXT-DATA-ORIGEM (WRK-BXT-IDX)
           MOVE WRK-DIAS-ABERTO TO WRK-BXT-DIAS (WRK-BXT-IDX).

      *GRAVA NA LISTA A LINHA DA CANDIDATA COM A DECISAO.
       2400-GRAVA-LINHA-CANDIDATA.
           MOVE SPACES TO LST-LINHA
           STRING PCD-ORIGEM
                  ' PREF=' PCD-PREFIXO
                  ' BAL=' PCD-BALANCETE
                  ' PART=' PCD-PARTIDA
                  ' LCTO=' PCD-LCTO
                  ' DESDE=' PCD-DATA-ORIGEM
                  ' DIAS=' WRK-DIAS-ABERTO
                  ' VALOR=' PCD-VALOR
                  ' ' WRK-LST-DECISAO
               DELIMITED BY SIZE INTO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA.

      *CONFERE O FILE STATUS DO CADASTRO DE PENDENCIAS ('02' = CHAVE
      * ALTERNATIVA REPETIDA, NORMAL NESTE ARQUIVO).
       2900-TESTA-FS-PENDCAD.
           IF NOT FS-PENDCAD-OK
              DISPLAY 'ERRO DE E/S NO PENDCAD.DAT - FILE STATUS='
                      WRK-FS-PENDCAD
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *GRAVA O LOTE DE BAIXA INTEIRO (HEADER, UM DETALHE POR
      * PENDENCIA APROVADA, TRAILER COM QUANTIDADE E HASH) E O FECHA
      * ANTES DE QUALQUER BAIXA NO CADASTRO: UM ABORTO NO MEIO DEIXA
      * O LOTE TRUNCADO (REGERADO NA REPETICAO) E O CADASTRO INTACTO.
       3000-GRAVA-LOTE-BAIXAS.
           OPEN OUTPUT BAIXAS
           IF WRK-FS-BAIXAS NOT = '00'
              DISPLAY 'ERRO AO CRIAR O LOTE DE BAIXA - FILE STATUS='
                      WRK-FS-BAIXAS
              PERFORM 9950-ABENDA-RODADA
           END-IF
           MOVE SPACES TO WRK-BXA-AREA
           MOVE 'H' TO WRK-BXA-TIPO-REG
           MOVE WRK-DATA TO WRK-BXA-HDR-DATA
           MOVE WRK-SUFIXO TO WRK-BXA-HDR-SUFIXO
           MOVE WRK-APROVADOR TO WRK-BXA-HDR-APROVADOR
           PERFORM 3900-GRAVA-LINHA-BAIXAS
           PERFORM VARYING WRK-BXT-IDX FROM 1 BY 1
                   UNTIL WRK-BXT-IDX > WRK-BXT-QTDE
               PERFORM 3100-GRAVA-DETALHE-BAIXA
           END-PERFORM
           MOVE SPACES TO WRK-BXA-AREA
           MOVE 'T' TO WRK-BXA-TIPO-REG
           MOVE WRK-QT-LOTE TO WRK-BXA-TRL-QT
           MOVE WRK-HASH-LOTE TO WRK-BXA-TRL-HASH
           PERFORM 3900-GRAVA-LINHA-BAIXAS
           CLOSE BAIXAS
           IF WRK-FS-BAIXAS NOT = '00'
              DISPLAY 'ERRO AO FECHAR O LOTE DE BAIXA - FILE STATUS='
                      WRK-FS-BAIXAS
              PERFORM 9950-ABENDA-RODADA
           END-IF
           DISPLAY 'LOTE DE BAIXA GRAVADO - DETALHES=' WRK-QT-LOTE
                   ' HASH TOTAL=' WRK-HASH-LOTE.

      *MONTA O DETALHE DO LOTE DE UMA PENDENCIA APROVADA: LCTO E HST
      * DA LINHA 'B' DO LCTOHST.TXT, TIPO 'B' (BAIXA POR PROVISAO) E
      * OS DADOS ORIGINAIS DA PENDENCIA PARA A REABERTURA.
       3100-GRAVA-DETALHE-BAIXA.
           MOVE SPACES TO WRK-BXA-AREA
           MOVE 'D' TO WRK-BXA-TIPO-REG
           MOVE WRK-BXT-ORIGEM (WRK-BXT-IDX) TO WRK-BXA-DET-ORIGEM
           MOVE WRK-BXT-PREFIXO (WRK-BXT-IDX) TO WRK-BXA-DET-PREFIXO
           MOVE WRK-BXT-BALANCETE (WRK-BXT-IDX)
              TO WRK-BXA-DET-BALANCETE
           MOVE WRK-BXT-PARTIDA (WRK-BXT-IDX) TO WRK-BXA-DET-PARTIDA
           MOVE WRK-BAIXA-LCTO TO WRK-BXA-DET-LCTO
           MOVE WRK-BXT-VALOR (WRK-BXT-IDX) TO WRK-BXA-DET-VALOR
           MOVE WRK-BAIXA-HST TO WRK-BXA-DET-HST
           MOVE 'B' TO WRK-BXA-DET-TIPO-DIV
           MOVE WRK-BXT-LCTO-ORIG (WRK-BXT-IDX)
              TO WRK-BXA-DET-LCTO-ORIG
           MOVE WRK-BXT-HST-ORIG (WRK-BXT-IDX)
              TO WRK-BXA-DET-HST-ORIG
           MOVE WRK-BXT-DATA-ORIGEM (WRK-BXT-IDX)
              TO WRK-BXA-DET-DATA-ORIG
           MOVE WRK-BXT-DIAS (WRK-BXT-IDX) TO WRK-BXA-DET-DIAS
           PERFORM 3900-GRAVA-LINHA-BAIXAS
           ADD 1 TO WRK-QT-LOTE
           ADD WRK-BXT-VALOR (WRK-BXT-IDX) TO WRK-HASH-LOTE.

      *GRAVA UMA LINHA DO LOTE CONFERINDO O FILE STATUS.
       3900-GRAVA-LINHA-BAIXAS.
           WRITE BXA-REG FROM WRK-BXA-AREA
           IF WRK-FS-BAIXAS NOT = '00'
              DISPLAY 'ERRO DE E/S NO LOTE DE BAIXA - FILE STATUS='
                      WRK-FS-BAIXAS
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *BAIXA NO CADASTRO CADA PENDENCIA DO LOTE, PELA CHAVE ORIGINAL
      * (O LCTO DA CHAVE E O DA PENDENCIA, NAO O DA BAIXA).
       4000-APLICA-BAIXAS.
           OPEN I-O PENDCAD
           IF WRK-FS-PENDCAD = '35'
              DISPLAY 'CADASTRO DE PENDENCIAS PENDCAD.DAT AUSENTE - '
                      'RODAR O PROJPENDCONV'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM 2900-TESTA-FS-PENDCAD
           PERFORM VARYING WRK-BXT-IDX FROM 1 BY 1
                   UNTIL WRK-BXT-IDX > WRK-BXT-QTDE
               PERFORM 4100-BAIXA-PENDENCIA
           END-PERFORM
           CLOSE PENDCAD
           DISPLAY 'PENDENCIAS BAIXADAS=' WRK-QT-BAIXADAS
                   ' JA BAIXADAS NA EXECUCAO ANTERIOR='
                   WRK-QT-JA-BAIXADAS.

      *BAIXA UMA PENDENCIA: EM ABERTO VIRA 'B' COM MOTIVO 'P', DATA,
      * SUFIXO E APROVADOR DA BAIXA; JA BAIXADA CONTRA PROVISAO POR
      * ESTE SUFIXO E DATA E A REPETICAO ACHANDO A PROPRIA BAIXA.
      * PENDENCIA AUSENTE OU BAIXADA POR OUTRO MOTIVO NAO CASA COM O
      * LOTE (O RAZAO RECEBERIA BAIXA DE ITEM QUE NAO ESTA MAIS EM
      * ABERTO) E E ERRO FATAL PARA A OPERACAO INVESTIGAR.
       4100-BAIXA-PENDENCIA.
           MOVE WRK-BXT-ORIGEM (WRK-BXT-IDX) TO PCD-ORIGEM
           MOVE WRK-BXT-PREFIXO (WRK-BXT-IDX) TO PCD-PREFIXO
           MOVE WRK-BXT-BALANCETE (WRK-BXT-IDX) TO PCD-BALANCETE
           MOVE WRK-BXT-PARTIDA (WRK-BXT-IDX) TO PCD-PARTIDA
           MOVE WRK-BXT-LCTO-ORIG (WRK-BXT-IDX) TO PCD-LCTO
           READ PENDCAD KEY IS PCD-CHAVE
           IF WRK-FS-PENDCAD = '23'
              DISPLAY 'PENDENCIA DO LOTE NAO ENCONTRADA NO CADASTRO - '
                      'ORIGEM=' PCD-ORIGEM ' PREF=' PCD-PREFIXO
                      ' BAL=' PCD-BALANCETE ' PART=' PCD-PARTIDA
                      ' LCTO=' PCD-LCTO
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM 2900-TESTA-FS-PENDCAD
           EVALUATE TRUE
             WHEN PCD-EM-ABERTO
               MOVE 'B' TO PCD-SITUACAO
               MOVE WRK-DATA TO PCD-DATA-BAIXA
               MOVE WRK-APROVADOR TO PCD-BAIXADA-POR
               MOVE WRK-SUFIXO TO PCD-SUFIXO-BAIXA
               MOVE 'P' TO PCD-MOTIVO-BAIXA
               MOVE WRK-DATA TO PCD-DATA-ALTERACAO
               MOVE WRK-CTL-PROGRAMA TO PCD-PROGRAMA-ALTERACAO
               REWRITE PCD-REG
               PERFORM 2900-TESTA-FS-PENDCAD
               ADD 1 TO WRK-QT-BAIXADAS
             WHEN PCD-BAIXADA
                  AND PCD-BAIXA-PROVISAO
                  AND PCD-DATA-BAIXA = WRK-DATA
                  AND PCD-SUFIXO-BAIXA = WRK-SUFIXO
               ADD 1 TO WRK-QT-JA-BAIXADAS
             WHEN OTHER
               DISPLAY 'PENDENCIA DO LOTE NAO ESTA MAIS EM ABERTO - '
                       'ORIGEM=' PCD-ORIGEM ' PREF=' PCD-PREFIXO
                       ' BAL=' PCD-BALANCETE ' PART=' PCD-PARTIDA
                       ' LCTO=' PCD-LCTO
              DISPLAY 'BAIXADA EM ' PCD-DATA-BAIXA ' POR '
                      PCD-BAIXADA-POR ' SUFIXO ' PCD-SUFIXO-BAIXA
               PERFORM 9950-ABENDA-RODADA
           END-EVALUATE.

      *REPETICAO: LISTA OS DETALHES DO LOTE JA GERADO (A BAIXA NO
      * CADASTRO E REAPLICADA EM 4000) E ACUMULA OS TOTAIS DO LOTE.
       5000-LISTA-LOTE-REPETIDO.
           PERFORM VARYING WRK-BXT-IDX FROM 1 BY 1
                   UNTIL WRK-BXT-IDX > WRK-BXT-QTDE
               ADD 1 TO WRK-QT-APROVADAS
               ADD WRK-BXT-VALOR (WRK-BXT-IDX) TO WRK-VL-APROVADAS
               ADD 1 TO WRK-QT-LOTE
               ADD WRK-BXT-VALOR (WRK-BXT-IDX) TO WRK-HASH-LOTE
               MOVE SPACES TO LST-LINHA
               STRING WRK-BXT-ORIGEM (WRK-BXT-IDX)
                      ' PREF=' WRK-BXT-PREFIXO (WRK-BXT-IDX)
                      ' BAL=' WRK-BXT-BALANCETE (WRK-BXT-IDX)
                      ' PART=' WRK-BXT-PARTIDA (WRK-BXT-IDX)
                      ' LCTO=' WRK-BXT-LCTO-ORIG (WRK-BXT-IDX)
                      ' DESDE=' WRK-BXT-DATA-ORIGEM (WRK-BXT-IDX)
                      ' DIAS=' WRK-BXT-DIAS (WRK-BXT-IDX)
                      ' VALOR=' WRK-BXT-VALOR (WRK-BXT-IDX)
                      ' NO LOTE'
                   DELIMITED BY SIZE INTO LST-LINHA
               PERFORM 8000-GRAVA-LINHA-LISTA
           END-PERFORM.

      *FECHA A LISTA COM OS TOTAIS E AS LINHAS DE ASSINATURA E
      * ESPELHA OS NUMEROS NO CONSOLE PARA O OPERADOR.
       6000-FECHA-LISTA.
           MOVE SPACES TO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA
           IF NOT MODO-REPETICAO
              MOVE SPACES TO LST-LINHA
              STRING 'CANDIDATAS=' WRK-QT-CANDIDATAS
                     ' VALOR=' WRK-VL-CANDIDATAS
                     ' MANTIDAS EM ABERTO=' WRK-QT-MANTIDAS
                  DELIMITED BY SIZE INTO LST-LINHA
              PERFORM 8000-GRAVA-LINHA-LISTA
           END-IF
           MOVE SPACES TO LST-LINHA
           STRING 'BAIXAS APROVADAS=' WRK-QT-APROVADAS
                  ' VALOR=' WRK-VL-APROVADAS
                  ' LOTE=' WRK-QT-LOTE
                  ' BAIXADAS NO CADASTRO=' WRK-QT-BAIXADAS
                  ' JA BAIXADAS=' WRK-QT-JA-BAIXADAS
               DELIMITED BY SIZE INTO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA
           MOVE SPACES TO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA
           MOVE SPACES TO LST-LINHA
           STRING 'APROVADOR: ' WRK-APROVADOR
                  '   ASSINATURA: ________________________________'
               DELIMITED BY SIZE INTO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA
           MOVE SPACES TO LST-LINHA
           STRING 'VISTO DA CONTABILIDADE: '
                  '________________________________   DATA: ___/___/'
                  '______'
               DELIMITED BY SIZE INTO LST-LINHA
           PERFORM 8000-GRAVA-LINHA-LISTA
           DISPLAY 'CANDIDATAS=' WRK-QT-CANDIDATAS
                   ' APROVADAS=' WRK-QT-APROVADAS
                   ' MANTIDAS=' WRK-QT-MANTIDAS
                   ' LOTE=' WRK-QT-LOTE
                   ' BAIXADAS=' WRK-QT-BAIXADAS.

      *GRAVA UMA LINHA DA LISTA CONFERINDO O FILE STATUS.
       8000-GRAVA-LINHA-LISTA.
           WRITE LST-LINHA
           IF WRK-FS-LISTABAIXA NOT = '00'
              DISPLAY 'ERRO DE E/S NA LISTA DE BAIXA - FILE STATUS='
                      WRK-FS-LISTABAIXA
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *RETURN-CODE: 0 = LOTE DE BAIXA GERADO OU REAPLICADO COM
      * DETALHES (O PROJRETORNO PODE CONCILIAR O RETORNO DELE);
      * 4 = SEM LOTE (SO LISTA, NENHUMA CANDIDATA OU NADA APROVADO);
      * 16 = ERRO FATAL, ARMADO DIRETO NO PONTO DE ABORTO (9950).
       9800-APURA-RETURN-CODE.
           IF WRK-QT-LOTE > ZEROS
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'CANDIDATAS=' DELIMITED BY SIZE
                  WRK-QT-CANDIDATAS DELIMITED BY SIZE
                  ' LOTE=' DELIMITED BY SIZE
                  WRK-QT-LOTE DELIMITED BY SIZE
                  ' HASH=' DELIMITED BY SIZE
                  WRK-HASH-LOTE DELIMITED BY SIZE
                  ' BAIXADAS=' DELIMITED BY SIZE
                  WRK-QT-BAIXADAS DELIMITED BY SIZE
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
           IF WRK-FS-CONTROLE NOT = '00'
              DISPLAY 'ERRO AO ABRIR O CONTROLE - FILE STATUS='
                      WRK-FS-CONTROLE
              PERFORM 9950-ABENDA-RODADA
           END-IF
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
           IF WRK-FS-CONTROLE NOT = '00'
              DISPLAY 'ERRO DE E/S NO CONTROLE - FILE STATUS='
                      WRK-FS-CONTROLE
              PERFORM 9950-ABENDA-RODADA
           END-IF
           CLOSE CONTROLE
           IF WRK-FS-CONTROLE NOT = '00'
              DISPLAY 'ERRO AO FECHAR O CONTROLE - FILE STATUS='
                      WRK-FS-CONTROLE
              PERFORM 9950-ABENDA-RODADA
           END-IF.

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
