       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCOMPARA.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: COMPARAR A RODADA DO PROJSINANAL COM A GERACAO
      *          ANTERIOR DO MESMO SUFIXO (ANTES/DEPOIS DA REEXECUCAO)
      *DATA:15/10/2026
      *
      *QUANDO UM SUFIXO E REPROCESSADO (ENTRADA CORRIGIDA, CADASTRO
      *AJUSTADO), A RODADA NORMAL SOBRESCREVE AS SAIDAS E A MESA
      *PERDIA DE VISTA O QUE MUDOU - E COM ISSO QUAIS VEREDITOS DO
      *PROJDECIDE DEIXARAM DE VALER. O PROJSINANAL PASSOU A GUARDAR A
      *GERACAO ANTERIOR DE UMA RODADA COMPLETA DA MESMA DATA ANTES DE
      *SOBRESCREVER (RESUL1ANT, RESUL2ANT, DIVERG3ANT, POSICAOANT E
      *RESUMOANT.<SUFIXO>.TXT). ESTE PASSO COMPARA ESSA GERACAO COM A
      *ATUAL E GRAVA O RELATORIO IMPRESSO COMPARA.<SUFIXO>.TXT (NO
      *ESTILO DO RESULTADO3), ANEXO AO SUFIXO, EM TRES SECOES:
      *- DIVERGENCIAS (RESULTADO2 E DIVERG3) QUE APARECERAM, SUMIRAM
      *  OU MUDARAM DE VALOR/TIPO, EM ORDEM DE PREFIXO+BALANCETE. A
      *  DIVERGENCIA QUE SUMIU OU MUDOU E QUE TINHA VEREDITO NO
      *  DECISOES.<SUFIXO>.TXT (CASADO PELA IMAGEM EXATA DA LINHA
      *  ANTERIOR) SAI MARCADA: AQUELE VEREDITO NAO SE APLICA MAIS;
      *- SALDOS DA POSICAO QUE SE MOVERAM POR PREFIXO+BALANCETE, COM
      *  A VARIACAO E A VARIACAO LIQUIDA DA POSICAO;
      *- TOTAIS DE CONTROLE DO RESUMO (ANTES, DEPOIS E VARIACAO).
      *SEM GERACAO ANTERIOR DA MESMA DATA (PRIMEIRA RODADA DO SUFIXO
      *OU GERACAO GUARDADA DE UM SUFIXO MMDD DE OUTRO ANO) O
      *RELATORIO DIZ ISSO E O PASSO TERMINA COM 0. TODOS OS ARQUIVOS
      *LIDOS TEM O TRAILER DE INTEGRIDADE VALIDADO ANTES DO USO.
      *DECISOES AUSENTE NAO E ERRO (O SUFIXO AINDA NAO FOI DECIDIDO).
      *RETURN-CODE: 0 = NADA MUDOU OU NAO HA GERACAO ANTERIOR; 4 =
      *HOUVE MUDANCA (VER O RELATORIO); 16 = ERRO FATAL DE E/S,
      *ARQUIVO QUE NAO FECHA COM O TRAILER OU PASSO RECUSADO POR
      *PRE-REQUISITO PENDENTE NO CONTROLE DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA AS DIVERGENCIAS DO LADO SINTETICO. O MESMO SELECT E
      * ABERTO DUAS VEZES: GERACAO ANTERIOR (RESUL2ANT) E ATUAL
      * (RESULTADO2), COM O NOME MONTADO EM 0600.
         SELECT RESULTADO2 ASSIGN TO DYNAMIC WRK-NOME-RESULTADO2
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-RESULTADO2.

      *CARREGA AS DIVERGENCIAS DO LADO ANALITICO (DIVERG3ANT E
      * DIVERG3), DA MESMA FORMA.
         SELECT DIVERG3 ASSIGN TO DYNAMIC WRK-NOME-DIVERG3
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DIVERG3.

      *CARREGA A POSICAO LIQUIDA (POSICAOANT E POSICAO).
         SELECT POSICAO ASSIGN TO DYNAMIC WRK-NOME-POSICAO
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-POSICAO.

      *CARREGA O RESUMO DE TOTAIS DE CONTROLE (RESUMOANT E RESUMO).
         SELECT RESUMO ASSIGN TO DYNAMIC WRK-NOME-RESUMO
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-RESUMO.

      *CARREGA AS DECISOES DA MESA PARA O SUFIXO (GRAVADAS PELO
      * PROJDECIDE). OPCIONAL.
         SELECT DECISOES ASSIGN TO DYNAMIC WRK-NOME-DECISOES
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DECISOES.

      *CARREGA O RELATORIO IMPRESSO DO COMPARATIVO.
         SELECT COMPARA ASSIGN TO DYNAMIC WRK-NOME-COMPARA
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-COMPARA.

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

      *MESMO LAYOUT DO RESUL2-REG GRAVADO PELO PROJSINANAL.
       FD RESULTADO2.
         01 RESUL2-REG.
           05 RESUL2-DATA              PIC 9(08).
           05 RESUL2-PREFIXO           PIC 9(05).
           05 RESUL2-BALANCETE         PIC 9(09).
           05 RESUL2-PARTIDA           PIC 9(17).
           05 RESUL2-LCTO              PIC 9(04).
           05 RESUL2-VALOR             PIC 9(17).
           05 RESUL2-HST               PIC 9(03).
           05 RESUL2-TIPO-DIVERG       PIC X(01).

      *MESMO LAYOUT DO DIV3-REG GRAVADO PELO PROJSINANAL.
       FD DIVERG3.
         01 DIV3-REG.
           05 DIV3-DATA                PIC 9(08).
           05 DIV3-PREF-ORIG           PIC 9(03).
           05 DIV3-BALANCETE           PIC 9(09).
           05 DIV3-PREF-DEST           PIC 9(05).
           05 DIV3-PARTIDA             PIC 9(17).
           05 DIV3-LCTO                PIC 9(02).
           05 DIV3-VALOR               PIC 9(15).
           05 DIV3-HST                 PIC 9(03).
           05 DIV3-TIPO-DIVERG         PIC X(01).

      *MESMO LAYOUT DO POSIC-REG GRAVADO PELO PROJSINANAL.
       FD POSICAO.
         01 POSIC-REG.
           05 POSIC-DATA               PIC 9(08).
           05 POSIC-PREFIXO            PIC 9(05).
           05 POSIC-BALANCETE          PIC 9(09).
           05 POSIC-TOT-DEBITOS        PIC 9(17).
           05 POSIC-TOT-CREDITOS       PIC 9(17).
           05 POSIC-SALDO              PIC 9(17).
           05 POSIC-NATUREZA           PIC X(01).
           05 POSIC-TIPO-LINHA         PIC X(01).
               88 POSIC-LINHA-DETALHE           VALUE 'D'.

       FD RESUMO.
         01 RESUMO-LINHA                PIC X(150).

      *MESMO LAYOUT DO DEC-REG DO PROJAPROVA (SO OS CAMPOS USADOS
      * AQUI: LADO, VEREDITO E IMAGEM DA LINHA DECIDIDA).
       FD DECISOES.
         01 DEC-REG.
           05 DEC-DADOS.
               10 DEC-ROT-LADO         PIC X(05).
                   88 DEC-LINHA-DE-ITEM           VALUE 'LADO='.
               10 DEC-LADO             PIC X(02).
                   88 DEC-LADO-R2                 VALUE 'R2'.
                   88 DEC-LADO-D3                 VALUE 'D3'.
               10 FILLER               PIC X(123).
           05 FILLER                   PIC X(10).
           05 DEC-ANALISTA             PIC X(08).
           05 FILLER                   PIC X(04).
           05 DEC-DATA-DECISAO         PIC X(08).
           05 FILLER                   PIC X(01).
           05 DEC-HORA-DECISAO         PIC X(08).
           05 FILLER                   PIC X(10).
           05 DEC-VEREDITO             PIC X(01).
           05 FILLER                   PIC X(15).
           05 DEC-JUSTIFICATIVA        PIC X(60).
           05 FILLER                   PIC X(08).
           05 DEC-IMAGEM               PIC X(64).
           05 FILLER                   PIC X(73).

       FD COMPARA.
         01 CMP-LINHA                  PIC X(132).

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
       77 WRK-FS-POSICAO               PIC X(02) VALUE SPACES.
       77 WRK-FS-RESUMO                PIC X(02) VALUE SPACES.
       77 WRK-FS-DECISOES              PIC X(02) VALUE SPACES.
       77 WRK-FS-COMPARA               PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.
       77 WRK-NOME-RESULTADO2          PIC X(40) VALUE SPACES.
       77 WRK-NOME-DIVERG3             PIC X(40) VALUE SPACES.
       77 WRK-NOME-POSICAO             PIC X(40) VALUE SPACES.
       77 WRK-NOME-RESUMO              PIC X(40) VALUE SPACES.
       77 WRK-NOME-DECISOES            PIC X(40) VALUE SPACES.
       77 WRK-NOME-COMPARA             PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.

      *GERACAO EM CARGA: 'A' = ANTERIOR (ARQUIVOS <CLASSE>ANT
      * GUARDADOS PELO PROJSINANAL), 'N' = ATUAL. E SE O SUFIXO TEM
      * GERACAO ANTERIOR DA MESMA DATA PARA COMPARAR.
       77 WRK-GERACAO                  PIC X(01) VALUE SPACE.
           88 GER-ANTERIOR                        VALUE 'A'.
           88 GER-ATUAL                           VALUE 'N'.
       77 WRK-TEM-ANTERIOR             PIC X(01) VALUE 'N'.
           88 HA-GERACAO-ANTERIOR                 VALUE 'S'.
       77 WRK-ANT-HDR-DATA             PIC 9(08) VALUE ZEROS.

      *APOIO DO TRATAMENTO CENTRALIZADO DE ERRO DE E/S.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-ERR-FS                   PIC X(02) VALUE SPACES.

      *AREA DE DESMONTE DAS LINHAS DE HEADER ('HDR') E TRAILER
      * ('TRL') DE INTEGRIDADE - MESMO DESENHO DO WRK-HT-AREA DO
      * PROJSINANAL.
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

      *APOIO DA VALIDACAO DE TRAILER (VALE O ULTIMO TRAILER E A
      * ULTIMA LINHA PRECISA SER 'TRL'). O NOME DO ARQUIVO VAI
      * INTEIRO NA MENSAGEM, PARA DISTINGUIR AS DUAS GERACOES.
       77 WRK-VAL-QT-LIDAS             PIC 9(09) VALUE ZEROS.
       77 WRK-VAL-HASH                 PIC 9(17) VALUE ZEROS.
       77 WRK-VAL-TRL-QT               PIC 9(09) VALUE ZEROS.
       77 WRK-VAL-TRL-HASH             PIC 9(17) VALUE ZEROS.
       77 WRK-VAL-TRL-ACHADO           PIC X(01) VALUE 'N'.
           88 VAL-TRAILER-ACHADO                  VALUE 'S'.
       77 WRK-VAL-ULT-E-TRL            PIC X(01) VALUE 'N'.
           88 VAL-ULTIMA-E-TRAILER                VALUE 'S'.
       77 WRK-VAL-ARQUIVO              PIC X(40) VALUE SPACES.

      *AREA DE DESMONTE DAS LINHAS DO RESUMO (ROTULOS E CAMPOS EM
      * POSICOES FIXAS, COMO GRAVADAS PELO PROJSINANAL - MESMA TECNICA
      * DO PROJCONSOL).
       01 WRK-LINHA-RESUMO             PIC X(150).
       01 WRK-RES-HDR REDEFINES WRK-LINHA-RESUMO.
           05 WRK-RES-HDR-ROTULO        PIC X(24).
           05 WRK-RES-HDR-QT            PIC 9(07).
           05 FILLER                    PIC X(07).
           05 WRK-RES-HDR-VL            PIC 9(17).
           05 FILLER                    PIC X(95).
       01 WRK-RES-TOL REDEFINES WRK-LINHA-RESUMO.
           05 WRK-RES-TOL-ROTULO        PIC X(24).
           05 WRK-RES-TOL-QT            PIC 9(07).
           05 FILLER                    PIC X(05).
           05 WRK-RES-TOL-DIF           PIC 9(17).
           05 FILLER                    PIC X(97).
       01 WRK-RES-REJ REDEFINES WRK-LINHA-RESUMO.
           05 WRK-RES-REJ-ROTULO        PIC X(25).
           05 WRK-RES-REJ-QT            PIC 9(07).
           05 FILLER                    PIC X(118).

      *IMAGEM DE UMA LINHA DE DIVERGENCIA (RESULTADO2 OU DIVERG3,
      * EXATAMENTE COMO GRAVADA - A MESMA IMAGEM QUE O PROJDECIDE
      * GUARDA NA DECISAO), COM AS VISOES DOS DOIS LAYOUTS.
       01 WRK-IMAGEM                   PIC X(64).
       01 WRK-IMG-R2 REDEFINES WRK-IMAGEM.
           05 WRK-IMG-R2-DATA           PIC 9(08).
           05 WRK-IMG-R2-PREFIXO        PIC 9(05).
           05 WRK-IMG-R2-BALANCETE      PIC 9(09).
           05 WRK-IMG-R2-PARTIDA        PIC 9(17).
           05 WRK-IMG-R2-LCTO           PIC 9(04).
           05 WRK-IMG-R2-VALOR          PIC 9(17).
           05 WRK-IMG-R2-HST            PIC 9(03).
           05 WRK-IMG-R2-TIPO           PIC X(01).
       01 WRK-IMG-D3 REDEFINES WRK-IMAGEM.
           05 WRK-IMG-D3-DATA           PIC 9(08).
           05 WRK-IMG-D3-PREF-ORIG      PIC 9(03).
           05 WRK-IMG-D3-BALANCETE      PIC 9(09).
           05 WRK-IMG-D3-PREF-DEST      PIC 9(05).
           05 WRK-IMG-D3-PARTIDA        PIC 9(17).
           05 WRK-IMG-D3-LCTO           PIC 9(02).
           05 WRK-IMG-D3-VALOR          PIC 9(15).
           05 WRK-IMG-D3-HST            PIC 9(03).
           05 WRK-IMG-D3-TIPO           PIC X(01).
           05 FILLER                    PIC X(01).

      *CHAVE DE UMA DIVERGENCIA NA TABELA DO COMPARATIVO: PREFIXO E
      * BALANCETE NA FRENTE (ORDEM DO RELATORIO), DEPOIS O LADO
      * ('SINT' = RESULTADO2, 'ANAL' = DIVERG3), O PREFIXO DE DESTINO
      * (ZERO NO SINTETICO), PARTIDA E LCTO.
       01 WRK-CHV-DIVERG.
           05 WRK-CHV-PREFIXO           PIC 9(05).
           05 WRK-CHV-BALANCETE         PIC 9(09).
           05 WRK-CHV-LADO              PIC X(04).
           05 WRK-CHV-PREF-DEST         PIC 9(05).
           05 WRK-CHV-PARTIDA           PIC 9(17).
           05 WRK-CHV-LCTO              PIC 9(04).

      *DIVERGENCIAS DAS DUAS GERACOES, UMA ENTRADA POR CHAVE, COM A
      * IMAGEM ANTERIOR E A ATUAL (BRANCO = NAO EXISTE NAQUELA
      * GERACAO) E O ULTIMO VEREDITO DADO SOBRE A IMAGEM ANTERIOR.
      * TABELA MANTIDA EM ORDEM ASCENDENTE DE CHAVE PARA A SEARCH ALL.
       01 WRK-DIV-TABELA.
           05 WRK-DIV-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-DIV-ENT OCCURS 0 TO 30000 TIMES
                   DEPENDING ON WRK-DIV-QTDE
                   ASCENDING KEY IS WRK-DIV-CHAVE
                   INDEXED BY WRK-DIV-IDX.
               10 WRK-DIV-CHAVE.
                   15 WRK-DIV-PREFIXO   PIC 9(05).
                   15 WRK-DIV-BALANCETE PIC 9(09).
                   15 WRK-DIV-LADO      PIC X(04).
                   15 WRK-DIV-PREF-DEST PIC 9(05).
                   15 WRK-DIV-PARTIDA   PIC 9(17).
                   15 WRK-DIV-LCTO      PIC 9(04).
               10 WRK-DIV-IMAGEM-ANT    PIC X(64).
               10 WRK-DIV-IMAGEM-NOVA   PIC X(64).
               10 WRK-DIV-VEREDITO      PIC X(01).

      *CHAVE DE UM SALDO DA POSICAO (PREFIXO+BALANCETE).
       01 WRK-CHV-POSICAO.
           05 WRK-CHV-POS-PREFIXO       PIC 9(05).
           05 WRK-CHV-POS-BALANCETE     PIC 9(09).

      *SALDOS DA POSICAO DAS DUAS GERACOES POR PREFIXO+BALANCETE
      * (NATUREZA EM BRANCO = BALANCETE AUSENTE NAQUELA GERACAO).
      * MESMA TECNICA DE TABELA ORDENADA.
       01 WRK-POS-TABELA.
           05 WRK-POS-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-POS-ENT OCCURS 0 TO 30000 TIMES
                   DEPENDING ON WRK-POS-QTDE
                   ASCENDING KEY IS WRK-POS-CHAVE
                   INDEXED BY WRK-POS-IDX.
               10 WRK-POS-CHAVE.
                   15 WRK-POS-PREFIXO   PIC 9(05).
                   15 WRK-POS-BALANCETE PIC 9(09).
               10 WRK-POS-SALDO-ANT     PIC 9(17).
               10 WRK-POS-NAT-ANT       PIC X(01).
               10 WRK-POS-SALDO-NOVO    PIC 9(17).
               10 WRK-POS-NAT-NOVO      PIC X(01).

      *TOTAIS DE CONTROLE DO RESUMO NAS DUAS GERACOES: 1 = BATEU
      * (RESULTADO1), 2 = CASADOS COM TOLERANCIA (VALOR = DIFERENCA
      * ABSORVIDA), 3 = SO SINTETICO, 4 = SO ANALITICO, 5 =
      * REJEITADOS NA CRITICA (SO QUANTIDADE).
       01 WRK-CTR-TABELA.
           05 WRK-CTR-ENT OCCURS 5 TIMES.
               10 WRK-CTR-ROTULO        PIC X(22).
               10 WRK-CTR-QT-ANT        PIC 9(07).
               10 WRK-CTR-VL-ANT        PIC 9(17).
               10 WRK-CTR-QT-NOVO       PIC 9(07).
               10 WRK-CTR-VL-NOVO       PIC 9(17).
       77 WRK-CTR-I                    PIC 9(01) VALUE ZEROS.

      *APOIO DA INCLUSAO ORDENADA E DA BUSCA NAS TABELAS.
       77 WRK-INS-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-INS-J                    PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU-ENT                PIC X(01) VALUE 'N'.
           88 ACHOU-ENTRADA                       VALUE 'S'.

      *VALORES EM FORMA ALGEBRICA (DEVEDOR POSITIVO, CREDOR
      * NEGATIVO, COMO NO PROJSALDO) PARA APURAR AS VARIACOES.
       77 WRK-SALDO-ANT-ALG            PIC S9(17) VALUE ZEROS.
       77 WRK-SALDO-NOVO-ALG           PIC S9(17) VALUE ZEROS.
       77 WRK-VAR-ALG                  PIC S9(18) VALUE ZEROS.
       77 WRK-VAR-LIQ-POSICAO          PIC S9(18) VALUE ZEROS.
       77 WRK-VAR-QT-ALG               PIC S9(08) VALUE ZEROS.

      *CLASSIFICACAO DA LINHA CORRENTE DO RELATORIO.
       77 WRK-SITUACAO                 PIC X(08) VALUE SPACES.

      *CONTROLE DE PAGINACAO DO RELATORIO, COMO NO RESULTADO3, E
      * SECAO CORRENTE ('D' = DIVERGENCIAS, 'P' = POSICAO, 'T' =
      * TOTAIS DE CONTROLE; BRANCO = SEM CABECALHO DE COLUNAS).
       77 WRK-REL-LINHAS-PAG           PIC 9(02) VALUE ZEROS.
       77 WRK-REL-PAGINA               PIC 9(03) VALUE ZEROS.
       77 WRK-REL-MAX-LINHAS           PIC 9(02) VALUE 20.
       77 WRK-REL-SECAO                PIC X(01) VALUE SPACE.
           88 REL-SECAO-DIVERGENCIAS              VALUE 'D'.
           88 REL-SECAO-POSICAO                   VALUE 'P'.
           88 REL-SECAO-TOTAIS                    VALUE 'T'.

      *LINHA DE DETALHE DAS DIVERGENCIAS, EM COLUNAS FIXAS.
       01 WRK-REL-LINHA-DIV.
           05 WRK-RLD-PREFIXO          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-BALANCETE        PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-LADO             PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-PREF-DEST        PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-PARTIDA          PIC Z(16)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-LCTO             PIC Z(3)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-VALOR-ANT        PIC Z(16)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLD-TIPO-ANT         PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-VALOR-NOVO       PIC Z(16)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLD-TIPO-NOVO        PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-SITUACAO         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-OBS              PIC X(24).

      *LINHA DE DETALHE DOS SALDOS DA POSICAO. A VARIACAO SAI EM
      * MODULO COM O SINAL AO LADO ('+' = SALDO SUBIU PARA O LADO
      * DEVEDOR, '-' = PARA O LADO CREDOR).
       01 WRK-REL-LINHA-POS.
           05 WRK-RLP-PREFIXO          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLP-BALANCETE        PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLP-SALDO-ANT        PIC Z(16)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLP-NAT-ANT          PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLP-SALDO-NOVO       PIC Z(16)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLP-NAT-NOVO         PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLP-VARIACAO         PIC Z(16)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLP-SINAL            PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLP-SITUACAO         PIC X(08).

      *LINHA DE DETALHE DOS TOTAIS DE CONTROLE.
       01 WRK-REL-LINHA-TOT.
           05 WRK-RLT-ROTULO           PIC X(22).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLT-QT-ANT           PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLT-QT-NOVO          PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLT-VAR-QT           PIC Z(6)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLT-SINAL-QT         PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLT-VL-ANT           PIC Z(16)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLT-VL-NOVO          PIC Z(16)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLT-VAR-VL           PIC Z(16)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-RLT-SINAL-VL         PIC X(01).

      *CONTADORES DO COMPARATIVO PARA O FECHO E O RETORNO.
       77 WRK-QT-DIV-NOVAS             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DIV-SUMIRAM           PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DIV-ALTERADAS         PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DIV-IGUAIS            PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DIV-REPETIDAS         PIC 9(07) VALUE ZEROS.
       77 WRK-QT-POS-MOVIDAS           PIC 9(07) VALUE ZEROS.
       77 WRK-QT-POS-IGUAIS            PIC 9(07) VALUE ZEROS.
       77 WRK-QT-TOT-ALTERADOS         PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DECISOES-LIDAS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-VEREDITOS-CADUCOS     PIC 9(07) VALUE ZEROS.
       77 WRK-VAR-LIQ-EXIBICAO         PIC 9(17) VALUE ZEROS.
       77 WRK-VAR-LIQ-SINAL            PIC X(01) VALUE SPACE.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJCOMPARA'.
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
           DISPLAY 'INSIRA A DATA DA RODADA...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO DA RODADA...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'OPERADOR QUE AUTORIZA LIBERAR PRE-REQUISITO '
                   '(BRANCO = SEM LIBERACAO)...'
           ACCEPT WRK-CTL-OPERADOR FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           PERFORM 0700-VERIFICA-GERACAO-ANTERIOR.
           OPEN OUTPUT COMPARA.
           MOVE 'COMPARA' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-COMPARA TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           IF HA-GERACAO-ANTERIOR
              MOVE 'A' TO WRK-GERACAO
              PERFORM 0600-MONTA-NOMES-GERACAO
              PERFORM 1000-CARREGA-RESULTADO2
              PERFORM 1100-CARREGA-DIVERG3
              PERFORM 1200-CARREGA-POSICAO
              PERFORM 1300-CARREGA-RESUMO
              MOVE 'N' TO WRK-GERACAO
              PERFORM 0600-MONTA-NOMES-GERACAO
              PERFORM 1000-CARREGA-RESULTADO2
              PERFORM 1100-CARREGA-DIVERG3
              PERFORM 1200-CARREGA-POSICAO
              PERFORM 1300-CARREGA-RESUMO
              PERFORM 1800-CARREGA-DECISOES
              MOVE 'D' TO WRK-REL-SECAO
              PERFORM 2500-IMPRIME-CABECALHO
              PERFORM 3000-RELATA-DIVERGENCIAS
              MOVE 'P' TO WRK-REL-SECAO
              PERFORM 2500-IMPRIME-CABECALHO
              PERFORM 4000-RELATA-POSICAO
              MOVE 'T' TO WRK-REL-SECAO
              PERFORM 2500-IMPRIME-CABECALHO
              PERFORM 5000-RELATA-TOTAIS
              PERFORM 6000-GRAVA-TOTAL-GERAL
           ELSE
              PERFORM 2500-IMPRIME-CABECALHO
              MOVE SPACES TO CMP-LINHA
              STRING 'SUFIXO SEM GERACAO ANTERIOR DA MESMA DATA - '
                     'NADA A COMPARAR (PRIMEIRA RODADA DO SUFIXO OU '
                     'REPROCESSAMENTO AINDA NAO FEITO)'
                  DELIMITED BY SIZE INTO CMP-LINHA
              PERFORM 8000-GRAVA-LINHA-REL
           END-IF.
           CLOSE COMPARA.
           MOVE 'COMPARA' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-COMPARA TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 9800-APURA-RETURN-CODE.
           PERFORM 9700-REGISTRA-FIM.
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
           END-IF
           IF WRK-SUFIXO = SPACES
              DISPLAY 'SUFIXO NAO INFORMADO'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *MONTA OS NOMES FIXOS POR SUFIXO (OS DAS DUAS GERACOES SAO
      * MONTADOS EM 0600, A CADA CARGA).
       0500-MONTA-NOMES-ARQUIVOS.
           STRING 'DECISOES.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DECISOES
           STRING 'COMPARA.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-COMPARA
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
      * O COMPARATIVO ACEITA A RODADA COM REJEITADOS ACIMA DO LIMITE
      * (RC 8): E JUSTAMENTE QUANDO A MESA MAIS PRECISA DELE.
       0550-VERIFICA-PRE-REQUISITOS.
           MOVE 1 TO WRK-PRQ-QTDE
           MOVE 'PROJSINANAL' TO WRK-PRQ-PROGRAMA (1)
           MOVE 8 TO WRK-PRQ-RC-MAX (1)
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
      * TINHA.
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
           PERFORM 9750-GRAVA-LINHA-CONTROLE
           MOVE 'S' TO WRK-CTL-INICIO.

      *MONTA OS NOMES DOS ARQUIVOS DA GERACAO EM CARGA: A ANTERIOR
      * TEM O SUFIXO 'ANT' NA CLASSE (MESMOS NOMES QUE O PROJSINANAL
      * USA AO GUARDA-LA).
       0600-MONTA-NOMES-GERACAO.
           MOVE SPACES TO WRK-NOME-RESULTADO2
           MOVE SPACES TO WRK-NOME-DIVERG3
           MOVE SPACES TO WRK-NOME-POSICAO
           MOVE SPACES TO WRK-NOME-RESUMO
           IF GER-ANTERIOR
              STRING 'RESUL2ANT.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-RESULTADO2
              STRING 'DIVERG3ANT.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-DIVERG3
              STRING 'POSICAOANT.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-POSICAO
              STRING 'RESUMOANT.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-RESUMO
           ELSE
              STRING 'RESULTADO2.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-RESULTADO2
              STRING 'DIVERG3.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-DIVERG3
              STRING 'POSICAO.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-POSICAO
              STRING 'RESUMO.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-RESUMO
           END-IF.

      *HA GERACAO ANTERIOR QUANDO O RESUMO GUARDADO EXISTE E O SEU
      * HEADER E DA DATA DA RODADA. GERACAO GUARDADA DE OUTRA DATA E
      * DE UM SUFIXO MMDD DE OUTRO ANO (O PROJSINANAL SO GUARDA
      * RODADA DA MESMA DATA) E NAO SE COMPARA COM A ATUAL.
       0700-VERIFICA-GERACAO-ANTERIOR.
           MOVE 'N' TO WRK-TEM-ANTERIOR
           MOVE ZEROS TO WRK-ANT-HDR-DATA
           PERFORM VARYING WRK-CTR-I FROM 1 BY 1
                   UNTIL WRK-CTR-I > 5
               MOVE ZEROS TO WRK-CTR-QT-ANT (WRK-CTR-I)
               MOVE ZEROS TO WRK-CTR-VL-ANT (WRK-CTR-I)
               MOVE ZEROS TO WRK-CTR-QT-NOVO (WRK-CTR-I)
               MOVE ZEROS TO WRK-CTR-VL-NOVO (WRK-CTR-I)
           END-PERFORM
           MOVE 'A' TO WRK-GERACAO
           PERFORM 0600-MONTA-NOMES-GERACAO
           OPEN INPUT RESUMO
           IF WRK-FS-RESUMO = '35'
              DISPLAY 'SEM GERACAO ANTERIOR PARA O SUFIXO '
                      WRK-SUFIXO ' (' WRK-NOME-RESUMO ')'
           ELSE
              MOVE 'RESUMOANT' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-RESUMO TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              READ RESUMO
                AT END
                  CONTINUE
                NOT AT END
                  MOVE RESUMO-LINHA (1:37) TO WRK-HT-AREA
                  IF HT-LINHA-HEADER
                     AND WRK-HT-HDR-DATA IS NUMERIC
                     MOVE WRK-HT-HDR-DATA TO WRK-ANT-HDR-DATA
                  END-IF
              END-READ
              CLOSE RESUMO
              IF WRK-ANT-HDR-DATA = WRK-DATA
                 MOVE 'S' TO WRK-TEM-ANTERIOR
                 DISPLAY 'GERACAO ANTERIOR DO SUFIXO ' WRK-SUFIXO
                         ' ENCONTRADA - COMPARANDO'
              ELSE
                 DISPLAY 'GERACAO GUARDADA DO SUFIXO ' WRK-SUFIXO
                         ' E DE OUTRA DATA (' WRK-ANT-HDR-DATA
                         ') - NADA A COMPARAR'
              END-IF
           END-IF.

      *CARREGA AS DIVERGENCIAS DO LADO SINTETICO DA GERACAO EM CARGA.
      * O ARQUIVO PRECISA EXISTIR E FECHAR COM O TRAILER.
       1000-CARREGA-RESULTADO2.
           OPEN INPUT RESULTADO2
           IF WRK-FS-RESULTADO2 NOT = '00'
              DISPLAY 'RESULTADO2 NAO ENCONTRADO PARA O SUFIXO '
                      WRK-SUFIXO ' (' WRK-NOME-RESULTADO2 ')'
              MOVE 'RESULTADO2' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-RESULTADO2 TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF
           PERFORM 9915-INICIA-VALIDACAO
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ RESULTADO2
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   MOVE RESUL2-REG (1:37) TO WRK-HT-AREA
                   EVALUATE TRUE
                     WHEN HT-LINHA-HEADER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                     WHEN HT-LINHA-TRAILER
                       PERFORM 9917-GUARDA-TRAILER
                     WHEN OTHER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                       ADD 1 TO WRK-VAL-QT-LIDAS
                       ADD RESUL2-VALOR TO WRK-VAL-HASH
                       MOVE RESUL2-PREFIXO TO WRK-CHV-PREFIXO
                       MOVE RESUL2-BALANCETE TO WRK-CHV-BALANCETE
                       MOVE 'SINT' TO WRK-CHV-LADO
                       MOVE ZEROS TO WRK-CHV-PREF-DEST
                       MOVE RESUL2-PARTIDA TO WRK-CHV-PARTIDA
                       MOVE RESUL2-LCTO TO WRK-CHV-LCTO
                       MOVE RESUL2-REG TO WRK-IMAGEM
                       PERFORM 2000-GUARDA-DIVERGENCIA
                   END-EVALUATE
               END-READ
               IF WRK-FS-RESULTADO2 NOT = '00'
                  AND WRK-FS-RESULTADO2 NOT = '10'
                  MOVE 'RESULTADO2' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-RESULTADO2 TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE RESULTADO2
           MOVE WRK-NOME-RESULTADO2 TO WRK-VAL-ARQUIVO
           PERFORM 9920-VALIDA-TRAILER.

      *CARREGA AS DIVERGENCIAS DO LADO ANALITICO DA GERACAO EM CARGA.
       1100-CARREGA-DIVERG3.
           OPEN INPUT DIVERG3
           IF WRK-FS-DIVERG3 NOT = '00'
              DISPLAY 'DIVERG3 NAO ENCONTRADO PARA O SUFIXO '
                      WRK-SUFIXO ' (' WRK-NOME-DIVERG3 ')'
              MOVE 'DIVERG3' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-DIVERG3 TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF
           PERFORM 9915-INICIA-VALIDACAO
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ DIVERG3
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   MOVE DIV3-REG (1:37) TO WRK-HT-AREA
                   EVALUATE TRUE
                     WHEN HT-LINHA-HEADER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                     WHEN HT-LINHA-TRAILER
                       PERFORM 9917-GUARDA-TRAILER
                     WHEN OTHER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                       ADD 1 TO WRK-VAL-QT-LIDAS
                       ADD DIV3-VALOR TO WRK-VAL-HASH
                       MOVE DIV3-PREF-ORIG TO WRK-CHV-PREFIXO
                       MOVE DIV3-BALANCETE TO WRK-CHV-BALANCETE
                       MOVE 'ANAL' TO WRK-CHV-LADO
                       MOVE DIV3-PREF-DEST TO WRK-CHV-PREF-DEST
                       MOVE DIV3-PARTIDA TO WRK-CHV-PARTIDA
                       MOVE DIV3-LCTO TO WRK-CHV-LCTO
                       MOVE DIV3-REG TO WRK-IMAGEM
                       PERFORM 2000-GUARDA-DIVERGENCIA
                   END-EVALUATE
               END-READ
               IF WRK-FS-DIVERG3 NOT = '00'
                  AND WRK-FS-DIVERG3 NOT = '10'
                  MOVE 'DIVERG3' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-DIVERG3 TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE DIVERG3
           MOVE WRK-NOME-DIVERG3 TO WRK-VAL-ARQUIVO
           PERFORM 9920-VALIDA-TRAILER.

      *CARREGA AS LINHAS 'D' DA POSICAO DA GERACAO EM CARGA.
       1200-CARREGA-POSICAO.
           OPEN INPUT POSICAO
           IF WRK-FS-POSICAO NOT = '00'
              DISPLAY 'POSICAO NAO ENCONTRADO PARA O SUFIXO '
                      WRK-SUFIXO ' (' WRK-NOME-POSICAO ')'
              MOVE 'POSICAO' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-POSICAO TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF
           PERFORM 9915-INICIA-VALIDACAO
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ POSICAO
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   MOVE POSIC-REG (1:37) TO WRK-HT-AREA
                   EVALUATE TRUE
                     WHEN HT-LINHA-HEADER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                     WHEN HT-LINHA-TRAILER
                       PERFORM 9917-GUARDA-TRAILER
                     WHEN OTHER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                       ADD 1 TO WRK-VAL-QT-LIDAS
                       ADD POSIC-SALDO TO WRK-VAL-HASH
                       IF POSIC-LINHA-DETALHE
                          PERFORM 2200-GUARDA-POSICAO
                       END-IF
                   END-EVALUATE
               END-READ
               IF WRK-FS-POSICAO NOT = '00'
                  AND WRK-FS-POSICAO NOT = '10'
                  MOVE 'POSICAO' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-POSICAO TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE POSICAO
           MOVE WRK-NOME-POSICAO TO WRK-VAL-ARQUIVO
           PERFORM 9920-VALIDA-TRAILER.

      *CARREGA OS TOTAIS DE CONTROLE DO RESUMO DA GERACAO EM CARGA.
      * O RESUMO ATUAL PRECISA SER DA DATA INFORMADA (DATA DIGITADA
      * ERRADA NAO PODE PASSAR POR COMPARACAO VALIDA).
       1300-CARREGA-RESUMO.
           OPEN INPUT RESUMO
           IF WRK-FS-RESUMO NOT = '00'
              DISPLAY 'RESUMO NAO ENCONTRADO PARA O SUFIXO '
                      WRK-SUFIXO ' (' WRK-NOME-RESUMO ')'
              MOVE 'RESUMO' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-RESUMO TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF
           PERFORM 9915-INICIA-VALIDACAO
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ RESUMO
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   MOVE RESUMO-LINHA (1:37) TO WRK-HT-AREA
                   EVALUATE TRUE
                     WHEN HT-LINHA-HEADER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                       IF GER-ATUAL
                          AND WRK-HT-HDR-DATA NOT = WRK-DATA
                          DISPLAY 'RESUMO DO SUFIXO ' WRK-SUFIXO
                                  ' E DE OUTRA DATA ('
                                  WRK-HT-HDR-DATA
                                  ') - DATA INFORMADA CONFERE?'
                          PERFORM 9950-ABENDA-RODADA
                       END-IF
                     WHEN HT-LINHA-TRAILER
                       PERFORM 9917-GUARDA-TRAILER
                     WHEN OTHER
                       MOVE 'N' TO WRK-VAL-ULT-E-TRL
                       ADD 1 TO WRK-VAL-QT-LIDAS
                       MOVE RESUMO-LINHA TO WRK-LINHA-RESUMO
                       PERFORM 2300-GUARDA-TOTAL-RESUMO
                   END-EVALUATE
               END-READ
               IF WRK-FS-RESUMO NOT = '00'
                  AND WRK-FS-RESUMO NOT = '10'
                  MOVE 'RESUMO' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-RESUMO TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE RESUMO
           MOVE WRK-NOME-RESUMO TO WRK-VAL-ARQUIVO
           PERFORM 9920-VALIDA-TRAILER.

      *CARREGA AS DECISOES DA MESA E ASSOCIA CADA VEREDITO A
      * DIVERGENCIA DA GERACAO ANTERIOR CUJA IMAGEM ELE CARREGA (A
      * DECISAO FOI TOMADA SOBRE AQUELA LINHA EXATA). ITEM DEVOLVIDO
      * PELA APROVACAO (VEREDITO EM BRANCO) NAO CONTA. SEM DECISOES
      * NAO HA VEREDITO A INVALIDAR.
       1800-CARREGA-DECISOES.
           OPEN INPUT DECISOES
           IF WRK-FS-DECISOES = '35'
              DISPLAY 'SEM DECISOES PARA O SUFIXO ' WRK-SUFIXO
                      ' (' WRK-NOME-DECISOES ')'
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
                      IF DEC-LINHA-DE-ITEM
                         AND DEC-VEREDITO NOT = SPACE
                         PERFORM 1850-ASSOCIA-DECISAO
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
           END-IF.

      *MONTA A CHAVE DA DIVERGENCIA A PARTIR DA IMAGEM DECIDIDA E,
      * ACHANDO A ENTRADA COM A MESMA IMAGEM ANTERIOR, GUARDA O
      * VEREDITO (VALE O ULTIMO DO ARQUIVO).
       1850-ASSOCIA-DECISAO.
           MOVE DEC-IMAGEM TO WRK-IMAGEM
           IF DEC-LADO-R2
              MOVE WRK-IMG-R2-PREFIXO TO WRK-CHV-PREFIXO
              MOVE WRK-IMG-R2-BALANCETE TO WRK-CHV-BALANCETE
              MOVE 'SINT' TO WRK-CHV-LADO
              MOVE ZEROS TO WRK-CHV-PREF-DEST
              MOVE WRK-IMG-R2-PARTIDA TO WRK-CHV-PARTIDA
              MOVE WRK-IMG-R2-LCTO TO WRK-CHV-LCTO
           ELSE
              MOVE WRK-IMG-D3-PREF-ORIG TO WRK-CHV-PREFIXO
              MOVE WRK-IMG-D3-BALANCETE TO WRK-CHV-BALANCETE
              MOVE 'ANAL' TO WRK-CHV-LADO
              MOVE WRK-IMG-D3-PREF-DEST TO WRK-CHV-PREF-DEST
              MOVE WRK-IMG-D3-PARTIDA TO WRK-CHV-PARTIDA
              MOVE WRK-IMG-D3-LCTO TO WRK-CHV-LCTO
           END-IF
           ADD 1 TO WRK-QT-DECISOES-LIDAS
           IF WRK-DIV-QTDE > 0
              SEARCH ALL WRK-DIV-ENT
                AT END
                  CONTINUE
                WHEN WRK-DIV-CHAVE (WRK-DIV-IDX) = WRK-CHV-DIVERG
                  IF WRK-DIV-IMAGEM-ANT (WRK-DIV-IDX) = DEC-IMAGEM
                     MOVE DEC-VEREDITO TO WRK-DIV-VEREDITO (WRK-DIV-IDX)
                  END-IF
              END-SEARCH
           END-IF.

      *GUARDA A IMAGEM DA DIVERGENCIA CORRENTE NA COLUNA DA GERACAO
      * EM CARGA (BUSCA BINARIA; INCLUSAO ORDENADA QUANDO A CHAVE
      * APARECE PELA PRIMEIRA VEZ). LINHA REPETIDA NA MESMA GERACAO
      * (CAUDA DUPLICADA DE UM RESTART DO PROJSINANAL) E DESCARTADA.
       2000-GUARDA-DIVERGENCIA.
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-DIV-QTDE > 0
              SEARCH ALL WRK-DIV-ENT
                AT END
                  CONTINUE
                WHEN WRK-DIV-CHAVE (WRK-DIV-IDX) = WRK-CHV-DIVERG
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-INS-POS TO WRK-DIV-IDX
              END-SEARCH
           END-IF
           IF NOT ACHOU-ENTRADA
              PERFORM 2100-INSERE-DIVERGENCIA
           END-IF
           IF GER-ANTERIOR
              IF WRK-DIV-IMAGEM-ANT (WRK-INS-POS) = SPACES
                 MOVE WRK-IMAGEM TO WRK-DIV-IMAGEM-ANT (WRK-INS-POS)
              ELSE
                 ADD 1 TO WRK-QT-DIV-REPETIDAS
              END-IF
           ELSE
              IF WRK-DIV-IMAGEM-NOVA (WRK-INS-POS) = SPACES
                 MOVE WRK-IMAGEM TO WRK-DIV-IMAGEM-NOVA (WRK-INS-POS)
              ELSE
                 ADD 1 TO WRK-QT-DIV-REPETIDAS
              END-IF
           END-IF.

      *INCLUI A DIVERGENCIA NOVA NA POSICAO QUE MANTEM A TABELA
      * ORDENADA, DESLOCANDO AS ENTRADAS SEGUINTES.
       2100-INSERE-DIVERGENCIA.
           IF WRK-DIV-QTDE >= 30000
              DISPLAY 'TABELA DE DIVERGENCIAS DO COMPARATIVO ESGOTADA '
                      '- AUMENTAR OCCURS DE WRK-DIV-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-DIV-QTDE
           MOVE WRK-DIV-QTDE TO WRK-INS-POS
           PERFORM UNTIL WRK-INS-POS = 1
                     OR WRK-DIV-CHAVE (WRK-INS-POS - 1) <
                        WRK-CHV-DIVERG
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               MOVE WRK-DIV-ENT (WRK-INS-J)
                  TO WRK-DIV-ENT (WRK-INS-POS)
               MOVE WRK-INS-J TO WRK-INS-POS
           END-PERFORM
           MOVE WRK-CHV-DIVERG TO WRK-DIV-CHAVE (WRK-INS-POS)
           MOVE SPACES TO WRK-DIV-IMAGEM-ANT (WRK-INS-POS)
           MOVE SPACES TO WRK-DIV-IMAGEM-NOVA (WRK-INS-POS)
           MOVE SPACE TO WRK-DIV-VEREDITO (WRK-INS-POS).

      *GUARDA O SALDO DA LINHA DA POSICAO NA COLUNA DA GERACAO EM
      * CARGA, COM A MESMA TECNICA DA TABELA DE DIVERGENCIAS.
       2200-GUARDA-POSICAO.
           MOVE POSIC-PREFIXO TO WRK-CHV-POS-PREFIXO
           MOVE POSIC-BALANCETE TO WRK-CHV-POS-BALANCETE
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-POS-QTDE > 0
              SEARCH ALL WRK-POS-ENT
                AT END
                  CONTINUE
                WHEN WRK-POS-CHAVE (WRK-POS-IDX) = WRK-CHV-POSICAO
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-INS-POS TO WRK-POS-IDX
              END-SEARCH
           END-IF
           IF NOT ACHOU-ENTRADA
              PERFORM 2250-INSERE-POSICAO
           END-IF
           IF GER-ANTERIOR
              MOVE POSIC-SALDO TO WRK-POS-SALDO-ANT (WRK-INS-POS)
              MOVE POSIC-NATUREZA TO WRK-POS-NAT-ANT (WRK-INS-POS)
           ELSE
              MOVE POSIC-SALDO TO WRK-POS-SALDO-NOVO (WRK-INS-POS)
              MOVE POSIC-NATUREZA TO WRK-POS-NAT-NOVO (WRK-INS-POS)
           END-IF.

      *INCLUI O PREFIXO+BALANCETE NOVO NA POSICAO QUE MANTEM A
      * TABELA ORDENADA.
       2250-INSERE-POSICAO.
           IF WRK-POS-QTDE >= 30000
              DISPLAY 'TABELA DA POSICAO DO COMPARATIVO ESGOTADA - '
                      'AUMENTAR OCCURS DE WRK-POS-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-POS-QTDE
           MOVE WRK-POS-QTDE TO WRK-INS-POS
           PERFORM UNTIL WRK-INS-POS = 1
                     OR WRK-POS-CHAVE (WRK-INS-POS - 1) <
                        WRK-CHV-POSICAO
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               MOVE WRK-POS-ENT (WRK-INS-J)
                  TO WRK-POS-ENT (WRK-INS-POS)
               MOVE WRK-INS-J TO WRK-INS-POS
           END-PERFORM
           MOVE WRK-CHV-POSICAO TO WRK-POS-CHAVE (WRK-INS-POS)
           MOVE ZEROS TO WRK-POS-SALDO-ANT (WRK-INS-POS)
           MOVE SPACE TO WRK-POS-NAT-ANT (WRK-INS-POS)
           MOVE ZEROS TO WRK-POS-SALDO-NOVO (WRK-INS-POS)
           MOVE SPACE TO WRK-POS-NAT-NOVO (WRK-INS-POS).

      *GUARDA UMA LINHA DE TOTAL DE CONTROLE DO RESUMO NA COLUNA DA
      * GERACAO EM CARGA. AS DEMAIS LINHAS NAO ENTRAM NO COMPARATIVO.
       2300-GUARDA-TOTAL-RESUMO.
           MOVE ZEROS TO WRK-CTR-I
           EVALUATE TRUE
             WHEN WRK-RES-HDR-ROTULO = 'RESULTADO1 (BATEU)   QT='
               MOVE 1 TO WRK-CTR-I
             WHEN WRK-RES-HDR-ROTULO = 'CASADOS C/TOLERANCIA QT='
               MOVE 2 TO WRK-CTR-I
             WHEN WRK-RES-HDR-ROTULO = 'RESULTADO2 (SO SINT) QT='
               MOVE 3 TO WRK-CTR-I
             WHEN WRK-RES-HDR-ROTULO = 'RESULTADO3 (SO ANAL) QT='
               MOVE 4 TO WRK-CTR-I
             WHEN WRK-RES-REJ-ROTULO = 'REJEITADOS NA CRITICA QT='
               MOVE 5 TO WRK-CTR-I
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WRK-CTR-I > 0
              IF GER-ANTERIOR
                 EVALUATE WRK-CTR-I
                   WHEN 2
                     MOVE WRK-RES-TOL-QT TO WRK-CTR-QT-ANT (2)
                     MOVE WRK-RES-TOL-DIF TO WRK-CTR-VL-ANT (2)
                   WHEN 5
                     MOVE WRK-RES-REJ-QT TO WRK-CTR-QT-ANT (5)
                   WHEN OTHER
                     MOVE WRK-RES-HDR-QT TO WRK-CTR-QT-ANT (WRK-CTR-I)
                     MOVE WRK-RES-HDR-VL TO WRK-CTR-VL-ANT (WRK-CTR-I)
                 END-EVALUATE
              ELSE
                 EVALUATE WRK-CTR-I
                   WHEN 2
                     MOVE WRK-RES-TOL-QT TO WRK-CTR-QT-NOVO (2)
                     MOVE WRK-RES-TOL-DIF TO WRK-CTR-VL-NOVO (2)
                   WHEN 5
                     MOVE WRK-RES-REJ-QT TO WRK-CTR-QT-NOVO (5)
                   WHEN OTHER
                     MOVE WRK-RES-HDR-QT TO WRK-CTR-QT-NOVO (WRK-CTR-I)
                     MOVE WRK-RES-HDR-VL TO WRK-CTR-VL-NOVO (WRK-CTR-I)
                 END-EVALUATE
              END-IF
           END-IF.

      *IMPRIME TITULO/DATA/PAGINA E, CONFORME A SECAO CORRENTE, O
      * SUBTITULO E O CABECALHO DE COLUNAS, NO MESMO ESTILO DO
      * RELATORIO RESULTADO3 DO PROJSINANAL.
       2500-IMPRIME-CABECALHO.
           ADD 1 TO WRK-REL-PAGINA
           MOVE SPACES TO CMP-LINHA
           STRING 'COMPARATIVO ANTES/DEPOIS DA REEXECUCAO - SUFIXO '
                  WRK-SUFIXO
               DELIMITED BY SIZE INTO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO CMP-LINHA
           STRING 'DATA: '       DELIMITED BY SIZE
                  WRK-DATA       DELIMITED BY SIZE
                  '   PAGINA: '  DELIMITED BY SIZE
                  WRK-REL-PAGINA DELIMITED BY SIZE
               INTO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
      *CADA ROTULO TERMINA NA COLUNA EM QUE TERMINA O CAMPO
      * CORRESPONDENTE DA LINHA DE DETALHE DA SECAO.
           EVALUATE TRUE
             WHEN REL-SECAO-DIVERGENCIAS
               MOVE SPACES TO CMP-LINHA
               STRING 'DIVERGENCIAS QUE APARECERAM, SUMIRAM OU '
                      'MUDARAM (T = TIPO C/V)'
                   DELIMITED BY SIZE INTO CMP-LINHA
               PERFORM 8000-GRAVA-LINHA-REL
               MOVE SPACES TO CMP-LINHA
               STRING ' PREF'                    DELIMITED BY SIZE
                      '  BALANCETE'              DELIMITED BY SIZE
                      '  LADO'                   DELIMITED BY SIZE
                      '   DEST'                  DELIMITED BY SIZE
                      '            PARTIDA'      DELIMITED BY SIZE
                      '  LCTO'                   DELIMITED BY SIZE
                      '        VALOR ANTES T'    DELIMITED BY SIZE
                      '       VALOR DEPOIS T'    DELIMITED BY SIZE
                      '  SITUACAO'               DELIMITED BY SIZE
                      '  OBSERVACAO'             DELIMITED BY SIZE
                   INTO CMP-LINHA
               PERFORM 8000-GRAVA-LINHA-REL
             WHEN REL-SECAO-POSICAO
               MOVE SPACES TO CMP-LINHA
               STRING 'SALDOS DA POSICAO QUE SE MOVERAM (N = '
                      'NATUREZA D/C/Z; S = SINAL DA VARIACAO)'
                   DELIMITED BY SIZE INTO CMP-LINHA
               PERFORM 8000-GRAVA-LINHA-REL
               MOVE SPACES TO CMP-LINHA
               STRING ' PREF'                    DELIMITED BY SIZE
                      '  BALANCETE'              DELIMITED BY SIZE
                      '        SALDO ANTES N'    DELIMITED BY SIZE
                      '       SALDO DEPOIS N'    DELIMITED BY SIZE
                      '            VARIACAO S'   DELIMITED BY SIZE
                      '  SITUACAO'               DELIMITED BY SIZE
                   INTO CMP-LINHA
               PERFORM 8000-GRAVA-LINHA-REL
             WHEN REL-SECAO-TOTAIS
               MOVE SPACES TO CMP-LINHA
               STRING 'TOTAIS DE CONTROLE DO RESUMO (S = SINAL DA '
                      'VARIACAO)'
                   DELIMITED BY SIZE INTO CMP-LINHA
               PERFORM 8000-GRAVA-LINHA-REL
               MOVE SPACES TO CMP-LINHA
               STRING 'TOTAL DE CONTROLE     '   DELIMITED BY SIZE
                      '   QT ANTES'              DELIMITED BY SIZE
                      '  QT DEPOIS'              DELIMITED BY SIZE
                      '   VAR.QT S'              DELIMITED BY SIZE
                      '        VALOR ANTES'      DELIMITED BY SIZE
                      '       VALOR DEPOIS'      DELIMITED BY SIZE
                      '          VAR.VALOR S'    DELIMITED BY SIZE
                   INTO CMP-LINHA
               PERFORM 8000-GRAVA-LINHA-REL
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE ZEROS TO WRK-REL-LINHAS-PAG.

      *PERCORRE AS DIVERGENCIAS NA ORDEM DA TABELA (PREFIXO+
      * BALANCETE) E RELATA AS QUE APARECERAM (NOVA), SUMIRAM OU
      * MUDARAM DE VALOR, TIPO OU HISTORICO (ALTERADA). VEREDITO DADO
      * SOBRE UMA DIVERGENCIA QUE SUMIU OU MUDOU NAO SE APLICA MAIS.
      * AS QUE FICARAM IGUAIS SO SAO CONTADAS.
       3000-RELATA-DIVERGENCIAS.
           PERFORM VARYING WRK-DIV-IDX FROM 1 BY 1
                   UNTIL WRK-DIV-IDX > WRK-DIV-QTDE
               EVALUATE TRUE
                 WHEN WRK-DIV-IMAGEM-ANT (WRK-DIV-IDX) = SPACES
                   MOVE 'NOVA' TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-DIV-NOVAS
                 WHEN WRK-DIV-IMAGEM-NOVA (WRK-DIV-IDX) = SPACES
                   MOVE 'SUMIU' TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-DIV-SUMIRAM
                 WHEN WRK-DIV-IMAGEM-ANT (WRK-DIV-IDX) (9:56) NOT =
                      WRK-DIV-IMAGEM-NOVA (WRK-DIV-IDX) (9:56)
                   MOVE 'ALTERADA' TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-DIV-ALTERADAS
                 WHEN OTHER
                   MOVE SPACES TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-DIV-IGUAIS
               END-EVALUATE
               IF WRK-SITUACAO NOT = SPACES
                  PERFORM 3100-GRAVA-DETALHE-DIVERGENCIA
               END-IF
           END-PERFORM.

      *MONTA E GRAVA A LINHA DE UMA DIVERGENCIA QUE MUDOU, COM O
      * VALOR E O TIPO DE CADA GERACAO TIRADOS DA PROPRIA IMAGEM.
       3100-GRAVA-DETALHE-DIVERGENCIA.
           IF WRK-REL-LINHAS-PAG >= WRK-REL-MAX-LINHAS
              PERFORM 2500-IMPRIME-CABECALHO
           END-IF
           MOVE WRK-DIV-PREFIXO (WRK-DIV-IDX) TO WRK-RLD-PREFIXO
           MOVE WRK-DIV-BALANCETE (WRK-DIV-IDX) TO WRK-RLD-BALANCETE
           MOVE WRK-DIV-LADO (WRK-DIV-IDX) TO WRK-RLD-LADO
           MOVE WRK-DIV-PREF-DEST (WRK-DIV-IDX) TO WRK-RLD-PREF-DEST
           MOVE WRK-DIV-PARTIDA (WRK-DIV-IDX) TO WRK-RLD-PARTIDA
           MOVE WRK-DIV-LCTO (WRK-DIV-IDX) TO WRK-RLD-LCTO
           MOVE ZEROS TO WRK-RLD-VALOR-ANT
           MOVE SPACE TO WRK-RLD-TIPO-ANT
           MOVE ZEROS TO WRK-RLD-VALOR-NOVO
           MOVE SPACE TO WRK-RLD-TIPO-NOVO
           IF WRK-DIV-IMAGEM-ANT (WRK-DIV-IDX) NOT = SPACES
              MOVE WRK-DIV-IMAGEM-ANT (WRK-DIV-IDX) TO WRK-IMAGEM
              IF WRK-DIV-LADO (WRK-DIV-IDX) = 'SINT'
                 MOVE WRK-IMG-R2-VALOR TO WRK-RLD-VALOR-ANT
                 MOVE WRK-IMG-R2-TIPO TO WRK-RLD-TIPO-ANT
              ELSE
                 MOVE WRK-IMG-D3-VALOR TO WRK-RLD-VALOR-ANT
                 MOVE WRK-IMG-D3-TIPO TO WRK-RLD-TIPO-ANT
              END-IF
           END-IF
           IF WRK-DIV-IMAGEM-NOVA (WRK-DIV-IDX) NOT = SPACES
              MOVE WRK-DIV-IMAGEM-NOVA (WRK-DIV-IDX) TO WRK-IMAGEM
              IF WRK-DIV-LADO (WRK-DIV-IDX) = 'SINT'
                 MOVE WRK-IMG-R2-VALOR TO WRK-RLD-VALOR-NOVO
                 MOVE WRK-IMG-R2-TIPO TO WRK-RLD-TIPO-NOVO
              ELSE
                 MOVE WRK-IMG-D3-VALOR TO WRK-RLD-VALOR-NOVO
                 MOVE WRK-IMG-D3-TIPO TO WRK-RLD-TIPO-NOVO
              END-IF
           END-IF
           MOVE WRK-SITUACAO TO WRK-RLD-SITUACAO
           MOVE SPACES TO WRK-RLD-OBS
           IF WRK-DIV-VEREDITO (WRK-DIV-IDX) NOT = SPACE
              AND WRK-SITUACAO NOT = 'NOVA'
              STRING 'VEREDITO ' DELIMITED BY SIZE
                     WRK-DIV-VEREDITO (WRK-DIV-IDX) DELIMITED BY SIZE
                     ' NAO SE APLICA' DELIMITED BY SIZE
                  INTO WRK-RLD-OBS
              ADD 1 TO WRK-QT-VEREDITOS-CADUCOS
           END-IF
           IF WRK-SITUACAO = 'NOVA'
              MOVE 'SEM VEREDITO' TO WRK-RLD-OBS
           END-IF
           MOVE WRK-REL-LINHA-DIV TO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           ADD 1 TO WRK-REL-LINHAS-PAG.

      *PERCORRE OS SALDOS DA POSICAO POR PREFIXO+BALANCETE E RELATA
      * OS QUE SE MOVERAM, COM A VARIACAO ALGEBRICA (DEVEDOR
      * POSITIVO, CREDOR NEGATIVO; BALANCETE AUSENTE VALE ZERO). A
      * VARIACAO LIQUIDA DA POSICAO FECHA A SECAO.
       4000-RELATA-POSICAO.
           MOVE ZEROS TO WRK-VAR-LIQ-POSICAO
           PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
                   UNTIL WRK-POS-IDX > WRK-POS-QTDE
               EVALUATE TRUE
                 WHEN WRK-POS-NAT-ANT (WRK-POS-IDX) = SPACE
                   MOVE 'NOVO' TO WRK-SITUACAO
                 WHEN WRK-POS-NAT-NOVO (WRK-POS-IDX) = SPACE
                   MOVE 'SUMIU' TO WRK-SITUACAO
                 WHEN WRK-POS-SALDO-ANT (WRK-POS-IDX) NOT =
                      WRK-POS-SALDO-NOVO (WRK-POS-IDX)
                   OR WRK-POS-NAT-ANT (WRK-POS-IDX) NOT =
                      WRK-POS-NAT-NOVO (WRK-POS-IDX)
                   MOVE 'MOVEU' TO WRK-SITUACAO
                 WHEN OTHER
                   MOVE SPACES TO WRK-SITUACAO
                   ADD 1 TO WRK-QT-POS-IGUAIS
               END-EVALUATE
               IF WRK-SITUACAO NOT = SPACES
                  ADD 1 TO WRK-QT-POS-MOVIDAS
                  PERFORM 4100-GRAVA-DETALHE-POSICAO
               END-IF
           END-PERFORM
           IF WRK-VAR-LIQ-POSICAO < ZEROS
              COMPUTE WRK-VAR-LIQ-EXIBICAO = 0 - WRK-VAR-LIQ-POSICAO
              MOVE '-' TO WRK-VAR-LIQ-SINAL
           ELSE
              MOVE WRK-VAR-LIQ-POSICAO TO WRK-VAR-LIQ-EXIBICAO
              MOVE '+' TO WRK-VAR-LIQ-SINAL
           END-IF
           MOVE SPACES TO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO CMP-LINHA
           STRING 'SALDOS MOVIDOS=' WRK-QT-POS-MOVIDAS
                  '   INALTERADOS=' WRK-QT-POS-IGUAIS
                  '   VARIACAO LIQUIDA DA POSICAO='
                  WRK-VAR-LIQ-EXIBICAO ' ' WRK-VAR-LIQ-SINAL
               DELIMITED BY SIZE INTO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL.

      *MONTA E GRAVA A LINHA DE UM SALDO QUE SE MOVEU E ACUMULA A
      * VARIACAO NA VARIACAO LIQUIDA DA POSICAO.
       4100-GRAVA-DETALHE-POSICAO.
           IF WRK-REL-LINHAS-PAG >= WRK-REL-MAX-LINHAS
              PERFORM 2500-IMPRIME-CABECALHO
           END-IF
           MOVE WRK-POS-SALDO-ANT (WRK-POS-IDX) TO WRK-SALDO-ANT-ALG
           IF WRK-POS-NAT-ANT (WRK-POS-IDX) = 'C'
              COMPUTE WRK-SALDO-ANT-ALG = 0 - WRK-SALDO-ANT-ALG
           END-IF
           IF WRK-POS-NAT-ANT (WRK-POS-IDX) = 'Z'
              OR WRK-POS-NAT-ANT (WRK-POS-IDX) = SPACE
              MOVE ZEROS TO WRK-SALDO-ANT-ALG
           END-IF
           MOVE WRK-POS-SALDO-NOVO (WRK-POS-IDX) TO WRK-SALDO-NOVO-ALG
           IF WRK-POS-NAT-NOVO (WRK-POS-IDX) = 'C'
              COMPUTE WRK-SALDO-NOVO-ALG = 0 - WRK-SALDO-NOVO-ALG
           END-IF
           IF WRK-POS-NAT-NOVO (WRK-POS-IDX) = 'Z'
              OR WRK-POS-NAT-NOVO (WRK-POS-IDX) = SPACE
              MOVE ZEROS TO WRK-SALDO-NOVO-ALG
           END-IF
           COMPUTE WRK-VAR-ALG = WRK-SALDO-NOVO-ALG
                               - WRK-SALDO-ANT-ALG
           ADD WRK-VAR-ALG TO WRK-VAR-LIQ-POSICAO
           MOVE WRK-POS-PREFIXO (WRK-POS-IDX) TO WRK-RLP-PREFIXO
           MOVE WRK-POS-BALANCETE (WRK-POS-IDX) TO WRK-RLP-BALANCETE
           MOVE WRK-POS-SALDO-ANT (WRK-POS-IDX) TO WRK-RLP-SALDO-ANT
           MOVE WRK-POS-NAT-ANT (WRK-POS-IDX) TO WRK-RLP-NAT-ANT
           MOVE WRK-POS-SALDO-NOVO (WRK-POS-IDX) TO WRK-RLP-SALDO-NOVO
           MOVE WRK-POS-NAT-NOVO (WRK-POS-IDX) TO WRK-RLP-NAT-NOVO
           IF WRK-VAR-ALG < ZEROS
              COMPUTE WRK-RLP-VARIACAO = 0 - WRK-VAR-ALG
              MOVE '-' TO WRK-RLP-SINAL
           ELSE
              MOVE WRK-VAR-ALG TO WRK-RLP-VARIACAO
              MOVE '+' TO WRK-RLP-SINAL
           END-IF
           MOVE WRK-SITUACAO TO WRK-RLP-SITUACAO
           MOVE WRK-REL-LINHA-POS TO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           ADD 1 TO WRK-REL-LINHAS-PAG.

      *RELATA OS TOTAIS DE CONTROLE DO RESUMO DAS DUAS GERACOES COM
      * A VARIACAO LIQUIDA DE QUANTIDADE E VALOR. TOTAL QUE MUDOU
      * CONTA COMO MUDANCA DO SUFIXO.
       5000-RELATA-TOTAIS.
           MOVE 'BATEU (RESULTADO1)' TO WRK-CTR-ROTULO (1)
           MOVE 'CASADOS C/TOLERANCIA' TO WRK-CTR-ROTULO (2)
           MOVE 'SO SINTETICO (R2)' TO WRK-CTR-ROTULO (3)
           MOVE 'SO ANALITICO (R3)' TO WRK-CTR-ROTULO (4)
           MOVE 'REJEITADOS NA CRITICA' TO WRK-CTR-ROTULO (5)
           PERFORM VARYING WRK-CTR-I FROM 1 BY 1
                   UNTIL WRK-CTR-I > 5
               MOVE WRK-CTR-ROTULO (WRK-CTR-I) TO WRK-RLT-ROTULO
               MOVE WRK-CTR-QT-ANT (WRK-CTR-I) TO WRK-RLT-QT-ANT
               MOVE WRK-CTR-QT-NOVO (WRK-CTR-I) TO WRK-RLT-QT-NOVO
               MOVE WRK-CTR-VL-ANT (WRK-CTR-I) TO WRK-RLT-VL-ANT
               MOVE WRK-CTR-VL-NOVO (WRK-CTR-I) TO WRK-RLT-VL-NOVO
               COMPUTE WRK-VAR-QT-ALG = WRK-CTR-QT-NOVO (WRK-CTR-I)
                                      - WRK-CTR-QT-ANT (WRK-CTR-I)
               IF WRK-VAR-QT-ALG < ZEROS
                  COMPUTE WRK-RLT-VAR-QT = 0 - WRK-VAR-QT-ALG
                  MOVE '-' TO WRK-RLT-SINAL-QT
               ELSE
                  MOVE WRK-VAR-QT-ALG TO WRK-RLT-VAR-QT
                  MOVE '+' TO WRK-RLT-SINAL-QT
               END-IF
               COMPUTE WRK-VAR-ALG = WRK-CTR-VL-NOVO (WRK-CTR-I)
                                   - WRK-CTR-VL-ANT (WRK-CTR-I)
               IF WRK-VAR-ALG < ZEROS
                  COMPUTE WRK-RLT-VAR-VL = 0 - WRK-VAR-ALG
                  MOVE '-' TO WRK-RLT-SINAL-VL
               ELSE
                  MOVE WRK-VAR-ALG TO WRK-RLT-VAR-VL
                  MOVE '+' TO WRK-RLT-SINAL-VL
               END-IF
               IF WRK-VAR-QT-ALG NOT = ZEROS
                  OR WRK-VAR-ALG NOT = ZEROS
                  ADD 1 TO WRK-QT-TOT-ALTERADOS
               END-IF
               MOVE WRK-REL-LINHA-TOT TO CMP-LINHA
               PERFORM 8000-GRAVA-LINHA-REL
               ADD 1 TO WRK-REL-LINHAS-PAG
           END-PERFORM.

      *TOTAL GERAL DO RELATORIO, NO ESTILO DO RESULTADO3.
       6000-GRAVA-TOTAL-GERAL.
           MOVE SPACES TO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO CMP-LINHA
           STRING 'TOTAL GERAL   DIVERGENCIAS NOVAS=' WRK-QT-DIV-NOVAS
                  '   SUMIRAM=' WRK-QT-DIV-SUMIRAM
                  '   ALTERADAS=' WRK-QT-DIV-ALTERADAS
                  '   INALTERADAS=' WRK-QT-DIV-IGUAIS
               DELIMITED BY SIZE INTO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO CMP-LINHA
           STRING 'SALDOS MOVIDOS=' WRK-QT-POS-MOVIDAS
                  '   TOTAIS DE CONTROLE ALTERADOS='
                  WRK-QT-TOT-ALTERADOS
                  '   VEREDITOS QUE NAO SE APLICAM MAIS='
                  WRK-QT-VEREDITOS-CADUCOS
               DELIMITED BY SIZE INTO CMP-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           DISPLAY 'DIVERGENCIAS NOVAS ..: ' WRK-QT-DIV-NOVAS
           DISPLAY 'DIVERGENCIAS SUMIRAM : ' WRK-QT-DIV-SUMIRAM
           DISPLAY 'DIVERG. ALTERADAS ...: ' WRK-QT-DIV-ALTERADAS
           DISPLAY 'DIVERG. INALTERADAS .: ' WRK-QT-DIV-IGUAIS
           DISPLAY 'LINHAS REPETIDAS ....: ' WRK-QT-DIV-REPETIDAS
           DISPLAY 'SALDOS MOVIDOS ......: ' WRK-QT-POS-MOVIDAS
           DISPLAY 'TOTAIS ALTERADOS ....: ' WRK-QT-TOT-ALTERADOS
           DISPLAY 'DECISOES LIDAS ......: ' WRK-QT-DECISOES-LIDAS
           DISPLAY 'VEREDITOS SEM EFEITO : ' WRK-QT-VEREDITOS-CADUCOS.

      *GRAVA UMA LINHA DO RELATORIO CONFERINDO O FILE STATUS.
       8000-GRAVA-LINHA-REL.
           WRITE CMP-LINHA
           MOVE 'COMPARA' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-COMPARA TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *GRADUA O RETURN-CODE: 0 = NADA MUDOU OU NAO HA GERACAO
      * ANTERIOR; 4 = HOUVE MUDANCA ENTRE AS GERACOES; 16 = ERRO
      * FATAL, ARMADO NOS PONTOS DE ABORTO.
       9800-APURA-RETURN-CODE.
           IF WRK-QT-DIV-NOVAS > 0
              OR WRK-QT-DIV-SUMIRAM > 0
              OR WRK-QT-DIV-ALTERADAS > 0
              OR WRK-QT-POS-MOVIDAS > 0
              OR WRK-QT-TOT-ALTERADOS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.

      *ZERA OS ACUMULADORES DA VALIDACAO DE TRAILER.
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
       9920-VALIDA-TRAILER.
           IF NOT VAL-TRAILER-ACHADO
              OR NOT VAL-ULTIMA-E-TRAILER
              OR WRK-VAL-TRL-QT NOT = WRK-VAL-QT-LIDAS
              OR WRK-VAL-TRL-HASH NOT = WRK-VAL-HASH
              DISPLAY 'ARQUIVO ' WRK-VAL-ARQUIVO ' NAO FECHA COM O '
                      'TRAILER DE INTEGRIDADE - ARQUIVO TRUNCADO?'
              DISPLAY 'TRAILER QT=' WRK-VAL-TRL-QT
                      ' HASH=' WRK-VAL-TRL-HASH
              DISPLAY 'LIDO    QT=' WRK-VAL-QT-LIDAS
                      ' HASH=' WRK-VAL-HASH
              PERFORM 9950-ABENDA-RODADA
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

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           IF HA-GERACAO-ANTERIOR
              STRING 'NOVAS=' DELIMITED BY SIZE
                     WRK-QT-DIV-NOVAS DELIMITED BY SIZE
                     ' SUMIRAM=' DELIMITED BY SIZE
                     WRK-QT-DIV-SUMIRAM DELIMITED BY SIZE
                     ' ALTER=' DELIMITED BY SIZE
                     WRK-QT-DIV-ALTERADAS DELIMITED BY SIZE
                     ' POSMOV=' DELIMITED BY SIZE
                     WRK-QT-POS-MOVIDAS DELIMITED BY SIZE
                     ' TOTALT=' DELIMITED BY SIZE
                     WRK-QT-TOT-ALTERADOS DELIMITED BY SIZE
                     ' VEREDSEMEFEITO=' DELIMITED BY SIZE
                     WRK-QT-VEREDITOS-CADUCOS DELIMITED BY SIZE
                  INTO WRK-CTL-TEXTO
           ELSE
              MOVE 'SEM GERACAO ANTERIOR' TO WRK-CTL-TEXTO
           END-IF
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
