       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJSUSPEITA.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: TRIAR O MOVIMENTO DO ANALITICO EM BUSCA DE PADROES
      *          SUSPEITOS PARA O CONTROLE INTERNO
      *DATA:15/10/2026
      *
      *A CONCILIACAO DO PROJSINANAL SO DIZ SE OS DOIS LADOS BATEM - UM
      *MOVIMENTO IRREGULAR LANCADO DOS DOIS LADOS CASA E PASSA. ESTE
      *PASSO RELE O ANALITICO.<SUFIXO>.TXT DA RODADA E SINALIZA QUATRO
      *TIPOS DE ALERTA:
      *- 'F' PARTIDA FRACIONADA: A MESMA PARTIDA DO PREFIXO QUEBRADA
      *  EM VARIAS PERNAS DE VALOR LOGO ABAIXO DE UM LIMITE (PERNAS
      *  ENTRE O LIMITE MENOS A MARGEM E O LIMITE);
      *- 'R' IDA E VOLTA: TRANSFERENCIA DE VALOR REDONDO DE A PARA B
      *  E OUTRA, COM OUTRA PARTIDA E O MESMO VALOR, DE B DE VOLTA
      *  PARA A NO MESMO DIA (ANAL-PREF-ORIG/ANAL-PREF-DEST);
      *- 'B'/'H' BALANCETE OU HST NUNCA MOVIMENTADO ANTES NO PREFIXO;
      *- 'V' VALOR MUITO ACIMA DO PORTE HABITUAL DO PREFIXO (MAIS QUE
      *  N VEZES A MEDIA DOS MOVIMENTOS DO HISTORICO).
      *OS LIMITES VEM DE PARAMETROS.TXT (LINHAS 'FL', 'FP', 'FQ',
      *'VR', 'VM' E 'PQ', CADA UMA COM VALOR PADRAO). O HISTORICO DOS
      *PREFIXOS FICA NO PERFILMOV.TXT (NOME FIXO, REGRAVADO NO FIM DE
      *CADA TRIAGEM, COM HEADER E TRAILER DE INTEGRIDADE; A GERACAO
      *ANTERIOR FICA GUARDADA EM PERFILMOVANT.TXT E E ELA QUE A
      *TRIAGEM USA QUANDO O PERFIL NAO FECHA PELO TRAILER, COMO DEPOIS
      *DE UM ABORTO NO MEIO DA REGRAVACAO): BALANCETES E HSTS JA
      *VISTOS EM CADA PREFIXO, COM
      *A DATA DA PRIMEIRA APARICAO, E QUANTIDADE/SOMA DOS MOVIMENTOS
      *POR PREFIXO. A CONTRIBUICAO DA ULTIMA RODADA FICA SEPARADA, PARA
      *A REEXECUCAO DO MESMO SUFIXO SUBSTITUIR (E NAO SOMAR DE NOVO) O
      *QUE JA TINHA ENTRADO. PREFIXO COM MENOS MOVIMENTOS DE HISTORICO
      *QUE O MINIMO 'PQ' NAO E TESTADO NOS ALERTAS 'B', 'H' E 'V' -
      *A PRIMEIRA TRIAGEM NAO INUNDA O CONTROLE COM "NOVIDADES".
      *SAIDAS: RELATORIO IMPRESSO SUSPEITA.<SUFIXO>.TXT, UMA SECAO POR
      *TIPO DE ALERTA, E EXTRATO DE CAMPOS FIXOS ALERTAS.<SUFIXO>.TXT
      *(COM HEADER E TRAILER DE INTEGRIDADE), UMA LINHA POR ALERTA
      *NUMERADO E COM A AREA DE REVISAO, PARA O CONTROLE INTERNO
      *REGISTRAR O QUE JA REVISOU. NA REEXECUCAO DO SUFIXO NA MESMA
      *DATA, O EXTRATO ANTERIOR (INTEIRO, FECHADO PELO TRAILER) E
      *GUARDADO EM ALERTASANT.<SUFIXO>.TXT E A AREA DE REVISAO JA
      *PREENCHIDA PASSA PARA O ALERTA DE MESMO TIPO, PREFIXO,
      *BALANCETE, PARTIDA E LCTO DA NOVA TRIAGEM (EXTRATO ANTERIOR
      *INCOMPLETO, DE UM ABORTO, NAO SUBSTITUI A GERACAO GUARDADA, E
      *AS REVISOES SAO TOMADAS DELA). REVISAO SEM ALERTA
      *CORRESPONDENTE NA NOVA TRIAGEM FICA SO NA GERACAO GUARDADA E E
      *CONTADA NO RELATORIO. REGISTRO COM CAMPO NAO
      *NUMERICO OU VALOR/BALANCETE/PARTIDA ZERADOS E IGNORADO (A
      *CRITICA DO PROJSINANAL JA O MANDOU PARA O REJEITADOS).
      *RETURN-CODE: 0 = NENHUM ALERTA; 4 = HA ALERTAS A REVISAR; 16 =
      *ERRO FATAL DE E/S, ANALITICO AUSENTE, PERFIL E GERACAO GUARDADA
      *SEM FECHAR PELO TRAILER (OU COM LINHA INVALIDA), TABELA
      *ESGOTADA OU PASSO RECUSADO POR PRE-REQUISITO
      *PENDENTE NO CONTROLE DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O ARQUIVO ANALITICO DO SUFIXO (O MESMO QUE O
      * PROJSINANAL CONCILIOU). NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT ANALITICO ASSIGN TO DYNAMIC WRK-NOME-ANALITICO
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-ANALITICO.

      *CARREGA O RELATORIO IMPRESSO DOS ALERTAS DO SUFIXO.
         SELECT SUSPEITA ASSIGN TO DYNAMIC WRK-NOME-SUSPEITA
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-SUSPEITA.

      *CARREGA O EXTRATO DE CAMPOS FIXOS DOS ALERTAS DO SUFIXO, PARA O
      * ACOMPANHAMENTO DA REVISAO PELO CONTROLE INTERNO.
         SELECT ALERTAS ASSIGN TO DYNAMIC WRK-NOME-ALERTAS
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-ALERTAS.

      *CARREGA A GERACAO ANTERIOR DO EXTRATO DE ALERTAS DO SUFIXO,
      * GUARDADA NA REEXECUCAO ANTES DE O EXTRATO SER REGRAVADO.
         SELECT ALERTASANT ASSIGN TO DYNAMIC WRK-NOME-ALERTAS-ANT
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-ALERTAS-ANT.

      *CARREGA O PERFIL HISTORICO DE MOVIMENTO DOS PREFIXOS (NOME
      * FIXO PERFILMOV.TXT, COMPARTILHADO ENTRE OS SUFIXOS). LIDO NA
      * PARTIDA E REGRAVADO INTEIRO NO FIM. AUSENTE NAO E ERRO
      * (PRIMEIRA TRIAGEM: NENHUM PREFIXO TEM HISTORICO). O NOME
      * PASSA AO DA GERACAO GUARDADA QUANDO O PERFIL NAO FECHA PELO
      * TRAILER.
         SELECT PERFIL ASSIGN TO DYNAMIC WRK-NOME-PERFIL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PERFIL.

      *CARREGA A GERACAO ANTERIOR DO PERFIL HISTORICO (NOME FIXO),
      * GUARDADA ANTES DE O PERFIL SER REGRAVADO.
         SELECT PERFILANT ASSIGN TO 'PERFILMOVANT.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PERFIL-ANT.

      *CARREGA O ARQUIVO DE PARAMETROS DE EXECUCAO (SO AS LINHAS DA
      * TRIAGEM INTERESSAM AQUI).
         SELECT PARAMETROS ASSIGN TO 'PARAMETROS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PARAMETROS.

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

      *MESMO LAYOUT DO ANAL-REG LIDO PELO PROJSINANAL.
       FD ANALITICO.
         01 ANAL-REG.
           05 ANAL-PREF-ORIG           PIC 9(03).
           05 ANAL-BALANCETE           PIC 9(09).
           05 ANAL-PREF-DEST           PIC 9(05).
           05 ANAL-PARTIDA             PIC 9(17).
           05 ANAL-LCTO                PIC 9(02).
           05 ANAL-VALOR               PIC 9(15).
           05 ANAL-HST                 PIC 9(03).

       FD SUSPEITA.
         01 SUS-LINHA                  PIC X(132).

      *UMA LINHA POR ALERTA (ENTRE A LINHA 'HDR' E A 'TRL' DE
      * INTEGRIDADE, NO MESMO DESENHO DOS ARQUIVOS DE INTERFACE DO
      * PROJSINANAL). A LINHA E MONTADA EM WRK-ALR-AREA.
       FD ALERTAS.
         01 ALR-REG                    PIC X(130).

      *MESMO LAYOUT DO EXTRATO DE ALERTAS.
       FD ALERTASANT.
         01 ALA-REG                    PIC X(130).

      *PERFIL HISTORICO: TIPO DA LINHA, PREFIXO E DADOS CONFORME O
      * TIPO. 'P' = ESTATISTICA DE MOVIMENTO DO PREFIXO (ACUMULADO
      * SEM A ULTIMA RODADA E, A PARTE, A CONTRIBUICAO DA ULTIMA
      * RODADA, COM A DATA E O SUFIXO DELA); 'B' = BALANCETE JA
      * MOVIMENTADO NO PREFIXO; 'H' = HST JA MOVIMENTADO NO PREFIXO
      * (OS DOIS COM A DATA DA PRIMEIRA APARICAO). A PRIMEIRA LINHA
      * E O HEADER E A ULTIMA O TRAILER (QUANTIDADE DE LINHAS DE
      * DADOS E HASH DA SOMA DOS PREFIXOS), NO LAYOUT DE WRK-HT-AREA.
       FD PERFIL.
         01 PFL-REG.
           05 PFL-TIPO                 PIC X(01).
               88 PFL-LINHA-PREFIXO             VALUE 'P'.
               88 PFL-LINHA-BALANCETE           VALUE 'B'.
               88 PFL-LINHA-HST                 VALUE 'H'.
           05 PFL-PREFIXO              PIC 9(05).
           05 PFL-DADOS                PIC X(74).
           05 PFL-ESTATISTICA REDEFINES PFL-DADOS.
               10 PFL-ACUM-QT          PIC 9(09).
               10 PFL-ACUM-SOMA        PIC 9(17).
               10 PFL-ULT-DATA         PIC 9(08).
               10 PFL-ULT-SUFIXO       PIC X(08).
               10 PFL-ULT-QT           PIC 9(07).
               10 PFL-ULT-SOMA         PIC 9(17).
               10 FILLER               PIC X(08).
           05 PFL-COMBINACAO REDEFINES PFL-DADOS.
               10 PFL-CODIGO           PIC 9(09).
               10 PFL-PRIM-DATA        PIC 9(08).
               10 FILLER               PIC X(57).

      *MESMO LAYOUT DO PERFIL HISTORICO.
       FD PERFILANT.
         01 PFA-REG                    PIC X(80).

       FD PARAMETROS.
         01 PARM-REG.
           05 PARM-LCTO                PIC X(02).
           05 PARM-TOLERANCIA          PIC 9(15).

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

       77 WRK-FS-ANALITICO             PIC X(02) VALUE SPACES.
       77 WRK-FS-SUSPEITA              PIC X(02) VALUE SPACES.
       77 WRK-FS-ALERTAS               PIC X(02) VALUE SPACES.
       77 WRK-FS-ALERTAS-ANT           PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL                PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL-ANT            PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMETROS            PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.
       77 WRK-NOME-ANALITICO           PIC X(40) VALUE SPACES.
       77 WRK-NOME-SUSPEITA            PIC X(40) VALUE SPACES.
       77 WRK-NOME-ALERTAS             PIC X(40) VALUE SPACES.
       77 WRK-NOME-ALERTAS-ANT         PIC X(40) VALUE SPACES.
       77 WRK-NOME-PERFIL              PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-ERR-FS                   PIC X(02) VALUE SPACES.

      *LIMITES DA TRIAGEM (LINHAS DE PARAMETROS.TXT; SEM A LINHA VALE
      * O PADRAO ABAIXO):
      * 'FL' LIMITE DE VALOR ABAIXO DO QUAL O FRACIONAMENTO E PROCURADO;
      * 'FP' MARGEM, EM PERCENTUAL DO LIMITE, QUE CONTA COMO "LOGO
      *      ABAIXO" DELE;
      * 'FQ' QUANTIDADE MINIMA DE PERNAS NA FAIXA PARA A PARTIDA SER
      *      APONTADA COMO FRACIONADA;
      * 'VR' UNIDADE DE VALOR REDONDO DA IDA E VOLTA (VALOR MULTIPLO
      *      DELA);
      * 'VM' QUANTAS VEZES A MEDIA DO PREFIXO FAZ UM VALOR FORA DO
      *      PORTE HABITUAL;
      * 'PQ' MOVIMENTOS MINIMOS DE HISTORICO PARA O PREFIXO ENTRAR NOS
      *      ALERTAS 'B', 'H' E 'V'.
       77 WRK-FRC-LIMITE               PIC 9(15) VALUE 1000000.
       77 WRK-FRC-PERCENTUAL           PIC 9(03) VALUE 10.
       77 WRK-FRC-QT-MINIMA            PIC 9(05) VALUE 3.
       77 WRK-IDV-UNIDADE              PIC 9(15) VALUE 100000.
       77 WRK-VAL-MULTIPLO             PIC 9(05) VALUE 10.
       77 WRK-PFL-QT-MINIMA            PIC 9(09) VALUE 30.
      *PISO DA FAIXA DO FRACIONAMENTO (LIMITE MENOS A MARGEM).
       77 WRK-FRC-PISO                 PIC 9(15) VALUE ZEROS.

      *ESTATISTICA DE MOVIMENTO POR PREFIXO: A DO PERFIL (ACUMULADO E
      * ULTIMA RODADA), A BASE DE COMPARACAO APURADA EM 0700 (O QUE
      * O PERFIL SABE DO PREFIXO SEM A CONTRIBUICAO DESTE MESMO
      * SUFIXO/DATA, SE ELE ESTA SENDO REEXECUTADO), A MEDIA E O
      * VALOR A PARTIR DO QUAL O MOVIMENTO SAI DO PORTE HABITUAL, E O
      * MOVIMENTO DO DIA. TABELA MANTIDA EM ORDEM ASCENDENTE DE
      * PREFIXO PARA A SEARCH ALL.
       01 WRK-PFP-TABELA.
           05 WRK-PFP-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-PFP-ENT OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WRK-PFP-QTDE
                   ASCENDING KEY IS WRK-PFP-PREFIXO
                   INDEXED BY WRK-PFP-IDX.
               10 WRK-PFP-PREFIXO       PIC 9(05).
               10 WRK-PFP-ACUM-QT       PIC 9(09).
               10 WRK-PFP-ACUM-SOMA     PIC 9(17).
               10 WRK-PFP-ULT-DATA      PIC 9(08).
               10 WRK-PFP-ULT-SUFIXO    PIC X(08).
               10 WRK-PFP-ULT-QT        PIC 9(07).
               10 WRK-PFP-ULT-SOMA      PIC 9(17).
               10 WRK-PFP-BASE-QT       PIC 9(09).
               10 WRK-PFP-BASE-SOMA     PIC 9(17).
               10 WRK-PFP-MEDIA         PIC 9(15).
               10 WRK-PFP-LIMITE-ALTO   PIC 9(18).
               10 WRK-PFP-HISTORICO     PIC X(01).
                   88 PFP-COM-HISTORICO            VALUE 'S'.
               10 WRK-PFP-DIA-QT        PIC 9(07).
               10 WRK-PFP-DIA-SOMA      PIC 9(17).
       77 WRK-PFP-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-CHV-PREFIXO              PIC 9(05) VALUE ZEROS.

      *BALANCETES ('B') E HSTS ('H') JA MOVIMENTADOS EM CADA PREFIXO,
      * COM A DATA DA PRIMEIRA APARICAO, E O MOVIMENTO DO DIA NELES
      * (QUANTIDADE, VALOR E A PRIMEIRA OCORRENCIA, PARA O ALERTA).
      * ORDEM ASCENDENTE DE TIPO+PREFIXO+CODIGO PARA A SEARCH ALL.
       01 WRK-CHV-COMBINACAO.
           05 WRK-CHV-CMB-TIPO          PIC X(01).
           05 WRK-CHV-CMB-PREFIXO       PIC 9(05).
           05 WRK-CHV-CMB-CODIGO        PIC 9(09).
       01 WRK-CMB-TABELA.
           05 WRK-CMB-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-CMB-ENT OCCURS 0 TO 40000 TIMES
                   DEPENDING ON WRK-CMB-QTDE
                   ASCENDING KEY IS WRK-CMB-CHAVE
                   INDEXED BY WRK-CMB-IDX.
               10 WRK-CMB-CHAVE.
                   15 WRK-CMB-TIPO      PIC X(01).
                   15 WRK-CMB-PREFIXO   PIC 9(05).
                   15 WRK-CMB-CODIGO    PIC 9(09).
               10 WRK-CMB-PRIM-DATA     PIC 9(08).
               10 WRK-CMB-DIA-QT        PIC 9(07).
               10 WRK-CMB-DIA-VALOR     PIC 9(17).
               10 WRK-CMB-DIA-BALANCETE PIC 9(09).
               10 WRK-CMB-DIA-PARTIDA   PIC 9(17).
               10 WRK-CMB-DIA-LCTO      PIC 9(02).
               10 WRK-CMB-DIA-HST       PIC 9(03).
               10 WRK-CMB-DIA-PREF-DEST PIC 9(05).
       77 WRK-CMB-POS                  PIC 9(05) VALUE ZEROS.

      *PARTIDAS COM PERNAS NA FAIXA LOGO ABAIXO DO LIMITE DO
      * FRACIONAMENTO, POR PREFIXO+PARTIDA, COM A QUANTIDADE E A SOMA
      * DAS PERNAS NA FAIXA E OS DADOS DA PRIMEIRA PERNA. ORDEM
      * ASCENDENTE DE CHAVE PARA A SEARCH ALL.
       01 WRK-CHV-PARTIDA.
           05 WRK-CHV-PTD-PREFIXO       PIC 9(05).
           05 WRK-CHV-PTD-PARTIDA       PIC 9(17).
       01 WRK-PTD-TABELA.
           05 WRK-PTD-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-PTD-ENT OCCURS 0 TO 30000 TIMES
                   DEPENDING ON WRK-PTD-QTDE
                   ASCENDING KEY IS WRK-PTD-CHAVE
                   INDEXED BY WRK-PTD-IDX.
               10 WRK-PTD-CHAVE.
                   15 WRK-PTD-PREFIXO   PIC 9(05).
                   15 WRK-PTD-PARTIDA   PIC 9(17).
               10 WRK-PTD-BALANCETE     PIC 9(09).
               10 WRK-PTD-LCTO          PIC 9(02).
               10 WRK-PTD-HST           PIC 9(03).
               10 WRK-PTD-QT            PIC 9(05).
               10 WRK-PTD-SOMA          PIC 9(17).
       77 WRK-PTD-POS                  PIC 9(05) VALUE ZEROS.

      *PERNAS DE TRANSFERENCIA DE VALOR REDONDO DO DIA (HST 003, COM
      * PREFIXO DE DESTINO INFORMADO E DIFERENTE DO DE ORIGEM - O
      * MESMO CRITERIO DA CONCILIACAO DE TRANSFERENCIAS DO
      * PROJSINANAL). SITUACAO: 'A' = LIVRE; 'U' = JA USADA EM UM
      * ALERTA DE IDA E VOLTA.
       01 WRK-IDV-TABELA.
           05 WRK-IDV-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-IDV-ENT OCCURS 20000 TIMES.
               10 WRK-IDV-SITUACAO      PIC X(01).
                   88 IDV-PERNA-LIVRE              VALUE 'A'.
               10 WRK-IDV-PREF-ORIG     PIC 9(05).
               10 WRK-IDV-PREF-DEST     PIC 9(05).
               10 WRK-IDV-BALANCETE     PIC 9(09).
               10 WRK-IDV-PARTIDA       PIC 9(17).
               10 WRK-IDV-LCTO          PIC 9(02).
               10 WRK-IDV-VALOR         PIC 9(15).
       77 WRK-IDV-I                    PIC 9(05) VALUE ZEROS.
       77 WRK-IDV-J                    PIC 9(05) VALUE ZEROS.
       77 WRK-IDV-K                    PIC 9(05) VALUE ZEROS.
       77 WRK-IDV-QUOC                 PIC 9(15) VALUE ZEROS.
       77 WRK-IDV-RESTO                PIC 9(15) VALUE ZEROS.
       77 WRK-IDV-PARTIDA-IDA          PIC 9(17) VALUE ZEROS.
       77 WRK-IDV-PARTIDA-VOLTA        PIC 9(17) VALUE ZEROS.
       77 WRK-ACHOU-VOLTA              PIC X(01) VALUE 'N'.
           88 ACHOU-PERNA-VOLTA                   VALUE 'S'.

      *MOVIMENTOS ACIMA DO PORTE HABITUAL DO PREFIXO, NA ORDEM DE
      * LEITURA, COM A MEDIA DO PREFIXO NA HORA DO TESTE.
       01 WRK-VAL-TABELA.
           05 WRK-VAL-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-VAL-ENT OCCURS 10000 TIMES.
               10 WRK-VAL-PREFIXO       PIC 9(05).
               10 WRK-VAL-BALANCETE     PIC 9(09).
               10 WRK-VAL-PARTIDA       PIC 9(17).
               10 WRK-VAL-LCTO          PIC 9(02).
               10 WRK-VAL-HST           PIC 9(03).
               10 WRK-VAL-PREF-DEST     PIC 9(05).
               10 WRK-VAL-VALOR         PIC 9(15).
               10 WRK-VAL-MEDIA         PIC 9(15).
       77 WRK-VAL-I                    PIC 9(05) VALUE ZEROS.

      *CAMPOS DE TRABALHO DA INCLUSAO ORDENADA E DA BUSCA.
       77 WRK-INS-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-INS-J                    PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU-ENT                PIC X(01) VALUE 'N'.
           88 ACHOU-ENTRADA                       VALUE 'S'.

      *REGISTRO DO ANALITICO APROVEITAVEL NA TRIAGEM.
       77 WRK-MOV-VALIDO               PIC X(01) VALUE 'N'.
           88 MOVIMENTO-VALIDO                    VALUE 'S'.

      *LINHA DO EXTRATO DE ALERTAS: DATA E SUFIXO DA RODADA, NUMERO
      * DO ALERTA NO SUFIXO, TIPO, DADOS DO MOVIMENTO, QUANTIDADE E
      * VALOR ENVOLVIDOS E O VALOR DE REFERENCIA DO TESTE ('F' =
      * LIMITE DO FRACIONAMENTO; 'R' = PARTIDA DA VOLTA; 'B'/'H' =
      * MOVIMENTOS NO HISTORICO DO PREFIXO; 'V' = MEDIA DO PREFIXO).
      * A AREA DE REVISAO SAI EM BRANCO, PARA O CONTROLE INTERNO
      * PREENCHER (SITUACAO, REVISOR E DATA DA REVISAO), SALVO NA
      * REEXECUCAO, QUANDO TRAZ A REVISAO JA REGISTRADA PARA O MESMO
      * ALERTA NA GERACAO ANTERIOR.
       01 WRK-ALR-AREA.
           05 WRK-ALR-DATA              PIC 9(08).
           05 WRK-ALR-SUFIXO            PIC X(08).
           05 WRK-ALR-SEQ               PIC 9(05).
           05 WRK-ALR-TIPO              PIC X(01).
               88 ALR-FRACIONADA                   VALUE 'F'.
               88 ALR-IDA-VOLTA                    VALUE 'R'.
               88 ALR-BALANCETE-NOVO               VALUE 'B'.
               88 ALR-HST-NOVO                     VALUE 'H'.
               88 ALR-VALOR-ALTO                   VALUE 'V'.
           05 WRK-ALR-PREFIXO           PIC 9(05).
           05 WRK-ALR-BALANCETE         PIC 9(09).
           05 WRK-ALR-PARTIDA           PIC 9(17).
           05 WRK-ALR-LCTO              PIC 9(02).
           05 WRK-ALR-HST               PIC 9(03).
           05 WRK-ALR-PREF-DEST         PIC 9(05).
           05 WRK-ALR-QT                PIC 9(05).
           05 WRK-ALR-VALOR             PIC 9(17).
           05 WRK-ALR-REFERENCIA        PIC 9(17).
           05 WRK-ALR-REVISAO.
               10 WRK-ALR-SITUACAO-REV  PIC X(01).
               10 WRK-ALR-REVISOR       PIC X(08).
               10 WRK-ALR-DATA-REV      PIC 9(08).
           05 FILLER                    PIC X(11) VALUE SPACES.

      *AREA DE MONTAGEM DAS LINHAS DE HEADER ('HDR' - DATA, SUFIXO E
      * PROGRAMA GERADOR) E TRAILER ('TRL' - QUANTIDADE DE LINHAS DE
      * DADOS E HASH DE VALOR) DO EXTRATO, MESMO DESENHO DO
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

      *REVISOES JA REGISTRADAS PELO CONTROLE INTERNO NO EXTRATO
      * ANTERIOR DO SUFIXO (SO AS LINHAS COM A AREA DE REVISAO
      * PREENCHIDA), PELA CHAVE DO ALERTA. USO: ' ' = AINDA NAO
      * APLICADA; 'U' = JA PASSADA A UM ALERTA DA NOVA TRIAGEM.
       01 WRK-CHV-REVISAO.
           05 WRK-CHV-REV-TIPO          PIC X(01).
           05 WRK-CHV-REV-PREFIXO       PIC 9(05).
           05 WRK-CHV-REV-BALANCETE     PIC 9(09).
           05 WRK-CHV-REV-PARTIDA       PIC 9(17).
           05 WRK-CHV-REV-LCTO          PIC 9(02).
       01 WRK-REV-TABELA.
           05 WRK-REV-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-REV-ENT OCCURS 20000 TIMES INDEXED BY WRK-REV-IDX.
               10 WRK-REV-CHAVE         PIC X(34).
               10 WRK-REV-REVISAO       PIC X(17).
               10 WRK-REV-USO           PIC X(01).
                   88 REV-JA-APLICADA              VALUE 'U'.
       77 WRK-QT-REV-ANTERIORES        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REV-MANTIDAS          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REV-SEM-ALERTA        PIC 9(05) VALUE ZEROS.

      *CONFERENCIA DO EXTRATO ANTERIOR: DATA DO HEADER, LINHAS DE
      * DADOS LIDAS, QUANTIDADE DO TRAILER E SE A ULTIMA LINHA LIDA
      * FOI O TRAILER (EXTRATO INTEIRO).
       77 WRK-ANT-HDR-DATA             PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-QT-LIDAS             PIC 9(09) VALUE ZEROS.
       77 WRK-ANT-TRL-QT               PIC 9(09) VALUE ZEROS.
       77 WRK-ANT-TRL-ACHADO           PIC X(01) VALUE 'N'.
           88 ANT-TRAILER-ACHADO                  VALUE 'S'.
       77 WRK-ANT-ULT-E-TRL            PIC X(01) VALUE 'N'.
           88 ANT-ULTIMA-E-TRAILER                VALUE 'S'.

      *CONFERENCIA DO PERFIL HISTORICO: ARQUIVO LIDO (PERFIL OU
      * GERACAO GUARDADA), ORIGEM DO PERFIL CARREGADO, LINHAS DE DADOS
      * E HASH DOS PREFIXOS (NA CARGA E NA REGRAVACAO), QUANTIDADE E
      * HASH DO TRAILER E SE O ARQUIVO FECHOU INTEIRO.
       77 WRK-PFL-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-PFL-ORIGEM               PIC X(01) VALUE SPACE.
           88 PFL-ORIGEM-AUSENTE                  VALUE 'A'.
           88 PFL-ORIGEM-PERFIL                   VALUE 'P'.
           88 PFL-ORIGEM-GUARDADA                 VALUE 'G'.
       77 WRK-PFL-QT-DADOS             PIC 9(09) VALUE ZEROS.
       77 WRK-PFL-HASH                 PIC 9(17) VALUE ZEROS.
       77 WRK-PFL-TRL-QT               PIC 9(09) VALUE ZEROS.
       77 WRK-PFL-TRL-HASH             PIC 9(17) VALUE ZEROS.
       77 WRK-PFL-HDR-ACHADO           PIC X(01) VALUE 'N'.
           88 PFL-HEADER-ACHADO                   VALUE 'S'.
       77 WRK-PFL-TRL-ACHADO           PIC X(01) VALUE 'N'.
           88 PFL-TRAILER-ACHADO                  VALUE 'S'.
       77 WRK-PFL-ULT-E-TRL            PIC X(01) VALUE 'N'.
           88 PFL-ULTIMA-E-TRAILER                VALUE 'S'.
       77 WRK-PFL-LINHA-INVALIDA       PIC X(01) VALUE 'N'.
           88 PFL-COM-LINHA-INVALIDA              VALUE 'S'.
       77 WRK-PFL-INTEIRO              PIC X(01) VALUE 'N'.
           88 PFL-PERFIL-INTEIRO                  VALUE 'S'.

      *CONTADORES DA TRIAGEM.
       77 WRK-QT-LIDOS                 PIC 9(09) VALUE ZEROS.
       77 WRK-QT-IGNORADOS             PIC 9(09) VALUE ZEROS.
       77 WRK-QT-PERFIL-LIDAS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PERFIL-GRAVADAS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PREF-HISTORICO        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALERTAS               PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ALR-FRACIONADA        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ALR-IDA-VOLTA         PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ALR-NOVOS             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ALR-VALOR-ALTO        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ALR-SECAO             PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-ALERTAS             PIC 9(17) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *CONTROLE DE PAGINACAO DO RELATORIO, COMO NO RESULTADO3.
       77 WRK-REL-LINHAS-PAG           PIC 9(02) VALUE ZEROS.
       77 WRK-REL-PAGINA               PIC 9(03) VALUE ZEROS.
       77 WRK-REL-MAX-LINHAS           PIC 9(02) VALUE 20.
       77 WRK-REL-TITULO               PIC X(132) VALUE SPACES.

      *LINHA DE DETALHE DE UM ALERTA, EM COLUNAS FIXAS.
       01 WRK-REL-LINHA-DET.
           05 WRK-RLD-SEQ              PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-TIPO             PIC X(11).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-PREFIXO          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-BALANCETE        PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-PARTIDA          PIC Z(16)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-LCTO             PIC Z(3)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-HST              PIC Z(2)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-PREF-DEST        PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-QT               PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-VALOR            PIC Z(16)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-RLD-REFERENCIA       PIC Z(16)9.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJSUSPEITA'.
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
           PERFORM 0400-LE-PARAMETROS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           PERFORM 0600-CARREGA-PERFIL.
           PERFORM 0700-APURA-BASE-PREFIXOS.
           PERFORM 1000-LE-ANALITICO.
           PERFORM 0800-RECUPERA-REVISOES.
           OPEN OUTPUT SUSPEITA.
           MOVE 'SUSPEITA' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-SUSPEITA TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           OPEN OUTPUT ALERTAS.
           MOVE 'ALERTAS' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-ALERTAS TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 2600-GRAVA-HEADER-ALERTAS.
           PERFORM 2500-IMPRIME-CABECALHO.
           PERFORM 3000-RELATA-FRACIONAMENTO.
           PERFORM 3200-RELATA-IDA-VOLTA.
           PERFORM 3400-RELATA-NOVOS.
           PERFORM 3600-RELATA-VALOR-ALTO.
           PERFORM 6000-GRAVA-TOTAL-GERAL.
           PERFORM 2650-GRAVA-TRAILER-ALERTAS.
           CLOSE SUSPEITA.
           MOVE 'SUSPEITA' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-SUSPEITA TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           CLOSE ALERTAS.
           MOVE 'ALERTAS' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-ALERTAS TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
      *O PERFIL SO E REGRAVADO DEPOIS DAS SAIDAS FECHADAS: UM ABORTO
      * ANTES DISSO DEIXA O HISTORICO COMO ESTAVA E A REEXECUCAO DO
      * SUFIXO ENXERGA A MESMA BASE.
           PERFORM 5000-ATUALIZA-PERFIL.
           PERFORM 9800-APURA-RETURN-CODE.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY 'REGISTROS LIDOS ...: ' WRK-QT-LIDOS
                   ' (IGNORADOS=' WRK-QT-IGNORADOS ')'.
           DISPLAY 'PREFIXOS NO PERFIL : ' WRK-PFP-QTDE
                   ' (COM HISTORICO=' WRK-QT-PREF-HISTORICO ')'.
           DISPLAY 'ALERTAS ...........: ' WRK-QT-ALERTAS.
           DISPLAY 'REVISOES MANTIDAS .: ' WRK-QT-REV-MANTIDAS
                   ' (DE ' WRK-QT-REV-ANTERIORES ' ANTERIORES; SEM '
                   'ALERTA=' WRK-QT-REV-SEM-ALERTA ')'.
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

      *LE PARAMETROS.TXT ATRAS DAS LINHAS DA TRIAGEM. AUSENTE OU SEM
      * A LINHA NAO E ERRO: VALE O PADRAO. LINHA COM VALOR ZERADO OU
      * FORA DA FAIXA E AVISADA E IGNORADA.
       0400-LE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WRK-FS-PARAMETROS NOT = '00'
              DISPLAY 'PARAMETROS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-PARAMETROS ') - LIMITES PADRAO DA '
                      'TRIAGEM'
           ELSE
              PERFORM UNTIL WRK-FS-PARAMETROS NOT = '00'
                  READ PARAMETROS
                    AT END
                      MOVE '10' TO WRK-FS-PARAMETROS
                    NOT AT END
                      PERFORM 0450-TRATA-PARAMETRO
                  END-READ
              END-PERFORM
              CLOSE PARAMETROS
           END-IF
           COMPUTE WRK-FRC-PISO = WRK-FRC-LIMITE -
               (WRK-FRC-LIMITE * WRK-FRC-PERCENTUAL / 100)
           DISPLAY 'FRACIONAMENTO: PERNAS DE ' WRK-FRC-PISO
                   ' ATE ABAIXO DE ' WRK-FRC-LIMITE
                   ', MINIMO DE ' WRK-FRC-QT-MINIMA ' PERNAS'
           DISPLAY 'IDA E VOLTA: VALOR MULTIPLO DE ' WRK-IDV-UNIDADE
           DISPLAY 'VALOR ALTO: ' WRK-VAL-MULTIPLO ' VEZES A MEDIA; '
                   'HISTORICO MINIMO DE ' WRK-PFL-QT-MINIMA
                   ' MOVIMENTOS'.

      *TRATA UMA LINHA DE PARAMETROS.TXT. AS LINHAS DOS OUTROS
      * PROGRAMAS (TOLERANCIAS, 'ID', 'RJ', 'VA', 'AP', 'RD', 'BX')
      * NAO INTERESSAM AQUI E SAO IGNORADAS SEM AVISO.
       0450-TRATA-PARAMETRO.
           IF PARM-TOLERANCIA IS NOT NUMERIC
              OR PARM-TOLERANCIA = ZEROS
              IF PARM-LCTO = 'FL' OR PARM-LCTO = 'FP'
                 OR PARM-LCTO = 'FQ' OR PARM-LCTO = 'VR'
                 OR PARM-LCTO = 'VM' OR PARM-LCTO = 'PQ'
                 DISPLAY 'PARAMETRO ' PARM-LCTO ' IGNORADO - VALOR '
                         'ZERADO OU NAO NUMERICO'
              END-IF
           ELSE
              EVALUATE PARM-LCTO
                WHEN 'FL'
                  MOVE PARM-TOLERANCIA TO WRK-FRC-LIMITE
                WHEN 'FP'
                  IF PARM-TOLERANCIA < 100
                     MOVE PARM-TOLERANCIA TO WRK-FRC-PERCENTUAL
                  ELSE
                     DISPLAY 'PARAMETRO FP IGNORADO - MARGEM DE 100% '
                             'OU MAIS'
                  END-IF
                WHEN 'FQ'
                  IF PARM-TOLERANCIA < 100000
                     MOVE PARM-TOLERANCIA TO WRK-FRC-QT-MINIMA
                  ELSE
                     DISPLAY 'PARAMETRO FQ IGNORADO - FORA DA FAIXA'
                  END-IF
                WHEN 'VR'
                  MOVE PARM-TOLERANCIA TO WRK-IDV-UNIDADE
                WHEN 'VM'
                  IF PARM-TOLERANCIA < 100000
                     MOVE PARM-TOLERANCIA TO WRK-VAL-MULTIPLO
                  ELSE
                     DISPLAY 'PARAMETRO VM IGNORADO - FORA DA FAIXA'
                  END-IF
                WHEN 'PQ'
                  IF PARM-TOLERANCIA < 1000000000
                     MOVE PARM-TOLERANCIA TO WRK-PFL-QT-MINIMA
                  ELSE
                     DISPLAY 'PARAMETRO PQ IGNORADO - FORA DA FAIXA'
                  END-IF
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF.

      *MONTA OS NOMES DOS ARQUIVOS A PARTIR DO SUFIXO INFORMADO.
       0500-MONTA-NOMES-ARQUIVOS.
           STRING 'ANALITICO.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-ANALITICO
           STRING 'SUSPEITA.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-SUSPEITA
           STRING 'ALERTAS.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-ALERTAS
           STRING 'ALERTASANT.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-ALERTAS-ANT
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
      * A TRIAGEM ACEITA A RODADA COM REJEITADOS ACIMA DO LIMITE (RC
      * 8), COMO O COMPARATIVO: O ANALITICO JA FOI CONCILIADO E O
      * QUE A CRITICA RECUSOU E IGNORADO AQUI.
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

      *CARREGA O PERFIL HISTORICO NAS TABELAS DE PREFIXOS E DE
      * BALANCETES/HSTS. AUSENTE NAO E ERRO (PRIMEIRA TRIAGEM). PERFIL
      * QUE NAO FECHA PELO TRAILER (REGRAVACAO INTERROMPIDA) OU COM
      * LINHA INVALIDA E TROCADO PELA GERACAO GUARDADA; SE ESTA
      * TAMBEM FALTAR OU NAO FECHAR, O PASSO E DERRUBADO EM VEZ DE
      * TRIAR COM UM HISTORICO PELA METADE.
       0600-CARREGA-PERFIL.
           MOVE 'PERFILMOV.TXT' TO WRK-NOME-PERFIL
           MOVE 'PERFILMOV' TO WRK-PFL-ARQUIVO
           MOVE 'P' TO WRK-PFL-ORIGEM
           OPEN INPUT PERFIL
           IF WRK-FS-PERFIL = '35'
              MOVE 'A' TO WRK-PFL-ORIGEM
              DISPLAY 'PERFILMOV.TXT AUSENTE - PRIMEIRA TRIAGEM, '
                      'NENHUM PREFIXO TEM HISTORICO'
           ELSE
              PERFORM 0610-LE-PERFIL
              IF NOT PFL-PERFIL-INTEIRO
                 DISPLAY 'PERFILMOV.TXT INCOMPLETO (NAO FECHA PELO '
                         'TRAILER) - PERFIL TOMADO DA GERACAO '
                         'GUARDADA PERFILMOVANT.TXT'
                 MOVE 'PERFILMOVANT.TXT' TO WRK-NOME-PERFIL
                 MOVE 'PERFILMOVANT' TO WRK-PFL-ARQUIVO
                 MOVE 'G' TO WRK-PFL-ORIGEM
                 OPEN INPUT PERFIL
                 IF WRK-FS-PERFIL = '35'
                    DISPLAY 'PERFILMOVANT.TXT AUSENTE - NENHUM PERFIL '
                            'INTEIRO PARA A TRIAGEM'
                    PERFORM 9950-ABENDA-RODADA
                 END-IF
                 PERFORM 0610-LE-PERFIL
                 IF NOT PFL-PERFIL-INTEIRO
                    DISPLAY 'PERFILMOVANT.TXT TAMBEM INCOMPLETO - '
                            'NENHUM PERFIL INTEIRO PARA A TRIAGEM'
                    PERFORM 9950-ABENDA-RODADA
                 END-IF
              END-IF
              DISPLAY 'LINHAS DO PERFIL CARREGADAS: '
                      WRK-PFL-QT-DADOS ' (DE ' WRK-PFL-ARQUIVO ')'
           END-IF.

      *LE O PERFIL (JA ABERTO, NO NOME DE WRK-NOME-PERFIL) PARA AS
      * TABELAS, QUE SAO ESVAZIADAS ANTES, CONFERINDO HEADER NA
      * PRIMEIRA LINHA E TRAILER NA ULTIMA, COM A QUANTIDADE DE LINHAS
      * DE DADOS E O HASH DOS PREFIXOS DELAS.
       0610-LE-PERFIL.
           MOVE WRK-PFL-ARQUIVO TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PERFIL TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE ZEROS TO WRK-PFP-QTDE
           MOVE ZEROS TO WRK-CMB-QTDE
           MOVE ZEROS TO WRK-QT-PERFIL-LIDAS
           MOVE ZEROS TO WRK-PFL-QT-DADOS
           MOVE ZEROS TO WRK-PFL-HASH
           MOVE ZEROS TO WRK-PFL-TRL-QT
           MOVE ZEROS TO WRK-PFL-TRL-HASH
           MOVE 'N' TO WRK-PFL-HDR-ACHADO
           MOVE 'N' TO WRK-PFL-TRL-ACHADO
           MOVE 'N' TO WRK-PFL-ULT-E-TRL
           MOVE 'N' TO WRK-PFL-LINHA-INVALIDA
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ PERFIL
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   ADD 1 TO WRK-QT-PERFIL-LIDAS
                   MOVE PFL-REG (1:37) TO WRK-HT-AREA
                   EVALUATE TRUE
                     WHEN HT-LINHA-HEADER
                       IF WRK-QT-PERFIL-LIDAS = 1
                          MOVE 'S' TO WRK-PFL-HDR-ACHADO
                       ELSE
                          MOVE 'S' TO WRK-PFL-LINHA-INVALIDA
                       END-IF
                       MOVE 'N' TO WRK-PFL-ULT-E-TRL
                     WHEN HT-LINHA-TRAILER
                       MOVE 'S' TO WRK-PFL-ULT-E-TRL
                       IF WRK-HT-TRL-QT IS NUMERIC
                          AND WRK-HT-TRL-HASH IS NUMERIC
                          MOVE 'S' TO WRK-PFL-TRL-ACHADO
                          MOVE WRK-HT-TRL-QT TO WRK-PFL-TRL-QT
                          MOVE WRK-HT-TRL-HASH TO WRK-PFL-TRL-HASH
                       ELSE
                          MOVE 'S' TO WRK-PFL-LINHA-INVALIDA
                       END-IF
                     WHEN OTHER
                       MOVE 'N' TO WRK-PFL-ULT-E-TRL
                       ADD 1 TO WRK-PFL-QT-DADOS
                       PERFORM 0650-GUARDA-LINHA-PERFIL
                   END-EVALUATE
               END-READ
               IF WRK-FS-PERFIL NOT = '00'
                  AND WRK-FS-PERFIL NOT = '10'
                  MOVE WRK-PFL-ARQUIVO TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-PERFIL TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE PERFIL
           IF PFL-HEADER-ACHADO
              AND PFL-TRAILER-ACHADO
              AND PFL-ULTIMA-E-TRAILER
              AND NOT PFL-COM-LINHA-INVALIDA
              AND WRK-PFL-TRL-QT = WRK-PFL-QT-DADOS
              AND WRK-PFL-TRL-HASH = WRK-PFL-HASH
              MOVE 'S' TO WRK-PFL-INTEIRO
           ELSE
              MOVE 'N' TO WRK-PFL-INTEIRO
           END-IF.

      *GUARDA UMA LINHA DO PERFIL NA TABELA DO TIPO DELA, SOMANDO O
      * PREFIXO NO HASH. LINHA COM TIPO DESCONHECIDO OU CAMPO NAO
      * NUMERICO MARCA O PERFIL COMO INCOMPLETO: ELE E GRAVADO SO POR
      * ESTE PROGRAMA E, CORROMPIDO, FARIA A TRIAGEM ACUSAR OU CALAR
      * ALERTAS SEM MOTIVO (0600 TROCA PELA GERACAO GUARDADA OU
      * DERRUBA O PASSO).
       0650-GUARDA-LINHA-PERFIL.
           EVALUATE TRUE
             WHEN PFL-LINHA-PREFIXO
                  AND PFL-PREFIXO IS NUMERIC
                  AND PFL-ACUM-QT IS NUMERIC
                  AND PFL-ACUM-SOMA IS NUMERIC
                  AND PFL-ULT-DATA IS NUMERIC
                  AND PFL-ULT-QT IS NUMERIC
                  AND PFL-ULT-SOMA IS NUMERIC
               MOVE PFL-PREFIXO TO WRK-CHV-PREFIXO
               PERFORM 1300-LOCALIZA-PREFIXO
               MOVE PFL-ACUM-QT TO WRK-PFP-ACUM-QT (WRK-PFP-POS)
               MOVE PFL-ACUM-SOMA TO WRK-PFP-ACUM-SOMA (WRK-PFP-POS)
               MOVE PFL-ULT-DATA TO WRK-PFP-ULT-DATA (WRK-PFP-POS)
               MOVE PFL-ULT-SUFIXO TO WRK-PFP-ULT-SUFIXO (WRK-PFP-POS)
               MOVE PFL-ULT-QT TO WRK-PFP-ULT-QT (WRK-PFP-POS)
               MOVE PFL-ULT-SOMA TO WRK-PFP-ULT-SOMA (WRK-PFP-POS)
               ADD PFL-PREFIXO TO WRK-PFL-HASH
             WHEN (PFL-LINHA-BALANCETE OR PFL-LINHA-HST)
                  AND PFL-PREFIXO IS NUMERIC
                  AND PFL-CODIGO IS NUMERIC
                  AND PFL-PRIM-DATA IS NUMERIC
               MOVE PFL-TIPO TO WRK-CHV-CMB-TIPO
               MOVE PFL-PREFIXO TO WRK-CHV-CMB-PREFIXO
               MOVE PFL-CODIGO TO WRK-CHV-CMB-CODIGO
               PERFORM 1400-LOCALIZA-COMBINACAO
               MOVE PFL-PRIM-DATA TO WRK-CMB-PRIM-DATA (WRK-CMB-POS)
               ADD PFL-PREFIXO TO WRK-PFL-HASH
             WHEN OTHER
               DISPLAY WRK-PFL-ARQUIVO ' COM LINHA INVALIDA (LINHA '
                       WRK-QT-PERFIL-LIDAS '): ' PFL-REG
               MOVE 'S' TO WRK-PFL-LINHA-INVALIDA
           END-EVALUATE.

      *APURA, PARA CADA PREFIXO DO PERFIL, A BASE DE COMPARACAO: O
      * ACUMULADO MAIS A CONTRIBUICAO DA ULTIMA RODADA - A NAO SER
      * QUE A ULTIMA RODADA SEJA ESTA MESMA (DATA E SUFIXO IGUAIS:
      * REEXECUCAO), CUJA CONTRIBUICAO NAO PODE SERVIR DE BASE PARA
      * ELA MESMA. COM HISTORICO SUFICIENTE, CALCULA A MEDIA E O
      * VALOR A PARTIR DO QUAL O MOVIMENTO SAI DO PORTE HABITUAL.
       0700-APURA-BASE-PREFIXOS.
           PERFORM VARYING WRK-PFP-POS FROM 1 BY 1
                   UNTIL WRK-PFP-POS > WRK-PFP-QTDE
               IF WRK-PFP-ULT-DATA (WRK-PFP-POS) = WRK-DATA
                  AND WRK-PFP-ULT-SUFIXO (WRK-PFP-POS) = WRK-SUFIXO
                  MOVE WRK-PFP-ACUM-QT (WRK-PFP-POS)
                     TO WRK-PFP-BASE-QT (WRK-PFP-POS)
                  MOVE WRK-PFP-ACUM-SOMA (WRK-PFP-POS)
                     TO WRK-PFP-BASE-SOMA (WRK-PFP-POS)
               ELSE
                  COMPUTE WRK-PFP-BASE-QT (WRK-PFP-POS) =
                      WRK-PFP-ACUM-QT (WRK-PFP-POS) +
                      WRK-PFP-ULT-QT (WRK-PFP-POS)
                  COMPUTE WRK-PFP-BASE-SOMA (WRK-PFP-POS) =
                      WRK-PFP-ACUM-SOMA (WRK-PFP-POS) +
                      WRK-PFP-ULT-SOMA (WRK-PFP-POS)
               END-IF
               IF WRK-PFP-BASE-QT (WRK-PFP-POS) > ZEROS
                  AND WRK-PFP-BASE-QT (WRK-PFP-POS) >=
                      WRK-PFL-QT-MINIMA
                  MOVE 'S' TO WRK-PFP-HISTORICO (WRK-PFP-POS)
                  ADD 1 TO WRK-QT-PREF-HISTORICO
                  COMPUTE WRK-PFP-MEDIA (WRK-PFP-POS) =
                      WRK-PFP-BASE-SOMA (WRK-PFP-POS) /
                      WRK-PFP-BASE-QT (WRK-PFP-POS)
                  COMPUTE WRK-PFP-LIMITE-ALTO (WRK-PFP-POS) =
                      WRK-PFP-MEDIA (WRK-PFP-POS) * WRK-VAL-MULTIPLO
               END-IF
           END-PERFORM.

      *NA REEXECUCAO DO SUFIXO, RECUPERA AS REVISOES QUE O CONTROLE
      * INTERNO JA REGISTROU NO EXTRATO DE ALERTAS ANTERIOR, ANTES DE
      * ELE SER REGRAVADO. EXTRATO ANTERIOR INTEIRO (HEADER DA DATA DA
      * RODADA E TRAILER CONFERIDO) E GUARDADO COMO GERACAO ANTERIOR
      * E FORNECE AS REVISOES. EXTRATO INCOMPLETO (ABORTO DEPOIS DE
      * ABERTO PARA GRAVACAO) NAO SUBSTITUI A GERACAO JA GUARDADA, E
      * AS REVISOES SAO TOMADAS DELA. EXTRATO DE OUTRA DATA (SUFIXO
      * MMDD RECICLADO, NAO E REPROCESSAMENTO) NAO TEM REVISAO A
      * MANTER.
       0800-RECUPERA-REVISOES.
           MOVE ZEROS TO WRK-REV-QTDE
           OPEN INPUT ALERTAS
           IF WRK-FS-ALERTAS = '35'
              DISPLAY 'SUFIXO ' WRK-SUFIXO ' SEM EXTRATO DE ALERTAS '
                      'ANTERIOR - NENHUMA REVISAO A MANTER'
           ELSE
              MOVE 'ALERTAS' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-ALERTAS TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              PERFORM 0810-LE-EXTRATO-ANTERIOR
              CLOSE ALERTAS
              EVALUATE TRUE
                WHEN NOT ANT-TRAILER-ACHADO
                     OR NOT ANT-ULTIMA-E-TRAILER
                     OR WRK-ANT-TRL-QT NOT = WRK-ANT-QT-LIDAS
                  DISPLAY 'EXTRATO DE ALERTAS ANTERIOR DO SUFIXO '
                          WRK-SUFIXO ' INCOMPLETO - GERACAO GUARDADA '
                          'MANTIDA E REVISOES TOMADAS DELA'
                  MOVE ZEROS TO WRK-REV-QTDE
                  PERFORM 0840-LE-GERACAO-GUARDADA
                WHEN WRK-ANT-HDR-DATA NOT = WRK-DATA
                  DISPLAY 'EXTRATO DE ALERTAS ANTERIOR DO SUFIXO '
                          WRK-SUFIXO ' E DE OUTRA DATA ('
                          WRK-ANT-HDR-DATA ') - NAO E '
                          'REPROCESSAMENTO, NENHUMA REVISAO A MANTER'
                  MOVE ZEROS TO WRK-REV-QTDE
                WHEN OTHER
                  PERFORM 0830-GUARDA-GERACAO-ANTERIOR
              END-EVALUATE
           END-IF
           MOVE WRK-REV-QTDE TO WRK-QT-REV-ANTERIORES
           DISPLAY 'REVISOES ANTERIORES A MANTER: '
                   WRK-QT-REV-ANTERIORES.

      *LE O EXTRATO DE ALERTAS ANTERIOR (JA ABERTO) CONFERINDO HEADER
      * E TRAILER E GUARDANDO AS REVISOES DAS LINHAS DE DADOS.
       0810-LE-EXTRATO-ANTERIOR.
           MOVE ZEROS TO WRK-ANT-HDR-DATA
           MOVE ZEROS TO WRK-ANT-QT-LIDAS
           MOVE ZEROS TO WRK-ANT-TRL-QT
           MOVE 'N' TO WRK-ANT-TRL-ACHADO
           MOVE 'N' TO WRK-ANT-ULT-E-TRL
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ ALERTAS
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   MOVE ALR-REG (1:37) TO WRK-HT-AREA
                   EVALUATE TRUE
                     WHEN HT-LINHA-HEADER
                       IF WRK-ANT-HDR-DATA = ZEROS
                          AND WRK-HT-HDR-DATA IS NUMERIC
                          MOVE WRK-HT-HDR-DATA TO WRK-ANT-HDR-DATA
                       END-IF
                       MOVE 'N' TO WRK-ANT-ULT-E-TRL
                     WHEN HT-LINHA-TRAILER
                       MOVE 'S' TO WRK-ANT-ULT-E-TRL
                       IF WRK-HT-TRL-QT IS NUMERIC
                          MOVE 'S' TO WRK-ANT-TRL-ACHADO
                          MOVE WRK-HT-TRL-QT TO WRK-ANT-TRL-QT
                       END-IF
                     WHEN OTHER
                       MOVE 'N' TO WRK-ANT-ULT-E-TRL
                       ADD 1 TO WRK-ANT-QT-LIDAS
                       MOVE ALR-REG TO WRK-ALR-AREA
                       PERFORM 0820-GUARDA-REVISAO
                   END-EVALUATE
               END-READ
               IF WRK-FS-ALERTAS NOT = '00'
                  AND WRK-FS-ALERTAS NOT = '10'
                  MOVE 'ALERTAS' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-ALERTAS TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM.

      *GUARDA NA TABELA A REVISAO DO ALERTA ANTERIOR MONTADO EM
      * WRK-ALR-AREA, QUANDO O CONTROLE INTERNO JA PREENCHEU A AREA
      * DE REVISAO (SITUACAO OU REVISOR).
       0820-GUARDA-REVISAO.
           IF WRK-ALR-SITUACAO-REV NOT = SPACE
              OR WRK-ALR-REVISOR NOT = SPACES
              IF WRK-REV-QTDE >= 20000
                 DISPLAY 'TABELA DE REVISOES ANTERIORES ESGOTADA - '
                         'AUMENTAR OCCURS DE WRK-REV-ENT'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-REV-QTDE
              MOVE WRK-ALR-TIPO TO WRK-CHV-REV-TIPO
              MOVE WRK-ALR-PREFIXO TO WRK-CHV-REV-PREFIXO
              MOVE WRK-ALR-BALANCETE TO WRK-CHV-REV-BALANCETE
              MOVE WRK-ALR-PARTIDA TO WRK-CHV-REV-PARTIDA
              MOVE WRK-ALR-LCTO TO WRK-CHV-REV-LCTO
              MOVE WRK-CHV-REVISAO TO WRK-REV-CHAVE (WRK-REV-QTDE)
              MOVE WRK-ALR-REVISAO TO WRK-REV-REVISAO (WRK-REV-QTDE)
              MOVE SPACE TO WRK-REV-USO (WRK-REV-QTDE)
           END-IF.

      *COPIA O EXTRATO DE ALERTAS ANTERIOR, INTEIRO E DA MESMA DATA,
      * PARA A GERACAO GUARDADA ALERTASANT DO SUFIXO.
       0830-GUARDA-GERACAO-ANTERIOR.
           OPEN INPUT ALERTAS
           MOVE 'ALERTAS' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-ALERTAS TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           OPEN OUTPUT ALERTASANT
           MOVE 'ALERTASANT' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-ALERTAS-ANT TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ ALERTAS
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   MOVE ALR-REG TO ALA-REG
                   WRITE ALA-REG
                   MOVE 'ALERTASANT' TO WRK-ERR-ARQUIVO
                   MOVE WRK-FS-ALERTAS-ANT TO WRK-ERR-FS
                   PERFORM 9890-TESTA-FILE-STATUS
               END-READ
               IF WRK-FS-ALERTAS NOT = '00'
                  AND WRK-FS-ALERTAS NOT = '10'
                  MOVE 'ALERTAS' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-ALERTAS TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE ALERTAS
           CLOSE ALERTASANT
           MOVE 'ALERTASANT' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-ALERTAS-ANT TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           DISPLAY 'EXTRATO DE ALERTAS ANTERIOR DO SUFIXO ' WRK-SUFIXO
                   ' GUARDADO EM ' WRK-NOME-ALERTAS-ANT.

      *RECUPERA AS REVISOES DA GERACAO GUARDADA ALERTASANT DO SUFIXO,
      * QUANDO O EXTRATO ATUAL FICOU INCOMPLETO. GERACAO AUSENTE OU DE
      * OUTRA DATA NAO TEM REVISAO A MANTER.
       0840-LE-GERACAO-GUARDADA.
           OPEN INPUT ALERTASANT
           IF WRK-FS-ALERTAS-ANT = '35'
              DISPLAY 'SUFIXO ' WRK-SUFIXO ' SEM GERACAO GUARDADA '
                      'DO EXTRATO - NENHUMA REVISAO A MANTER'
           ELSE
              MOVE 'ALERTASANT' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-ALERTAS-ANT TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE ZEROS TO WRK-ANT-HDR-DATA
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ ALERTASANT
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      MOVE ALA-REG (1:37) TO WRK-HT-AREA
                      EVALUATE TRUE
                        WHEN HT-LINHA-HEADER
                          IF WRK-ANT-HDR-DATA = ZEROS
                             AND WRK-HT-HDR-DATA IS NUMERIC
                             MOVE WRK-HT-HDR-DATA TO WRK-ANT-HDR-DATA
                          END-IF
                        WHEN HT-LINHA-TRAILER
                          CONTINUE
                        WHEN OTHER
                          MOVE ALA-REG TO WRK-ALR-AREA
                          PERFORM 0820-GUARDA-REVISAO
                      END-EVALUATE
                  END-READ
                  IF WRK-FS-ALERTAS-ANT NOT = '00'
                     AND WRK-FS-ALERTAS-ANT NOT = '10'
                     MOVE 'ALERTASANT' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-ALERTAS-ANT TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE ALERTASANT
              IF WRK-ANT-HDR-DATA NOT = WRK-DATA
                 DISPLAY 'GERACAO GUARDADA DO EXTRATO E DE OUTRA DATA ('
                         WRK-ANT-HDR-DATA ') - NENHUMA REVISAO A '
                         'MANTER'
                 MOVE ZEROS TO WRK-REV-QTDE
              END-IF
           END-IF.

      *LE O ANALITICO DO SUFIXO E PASSA CADA MOVIMENTO APROVEITAVEL
      * PELOS TESTES DA TRIAGEM.
       1000-LE-ANALITICO.
           OPEN INPUT ANALITICO
           IF WRK-FS-ANALITICO NOT = '00'
              DISPLAY 'ANALITICO NAO ENCONTRADO PARA O SUFIXO '
                      WRK-SUFIXO ' (' WRK-NOME-ANALITICO ')'
              MOVE 'ANALITICO' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-ANALITICO TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ ANALITICO
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 1100-CRITICA-MOVIMENTO
                   IF MOVIMENTO-VALIDO
                      PERFORM 1200-TRATA-MOVIMENTO
                   ELSE
                      ADD 1 TO WRK-QT-IGNORADOS
                   END-IF
               END-READ
               IF WRK-FS-ANALITICO NOT = '00'
                  AND WRK-FS-ANALITICO NOT = '10'
                  MOVE 'ANALITICO' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-ANALITICO TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE ANALITICO.

      *SO ENTRA NA TRIAGEM O REGISTRO COM TODOS OS CAMPOS NUMERICOS E
      * VALOR, BALANCETE E PARTIDA INFORMADOS.
       1100-CRITICA-MOVIMENTO.
           MOVE 'S' TO WRK-MOV-VALIDO
           IF ANAL-PREF-ORIG IS NOT NUMERIC
              OR ANAL-BALANCETE IS NOT NUMERIC
              OR ANAL-PREF-DEST IS NOT NUMERIC
              OR ANAL-PARTIDA IS NOT NUMERIC
              OR ANAL-LCTO IS NOT NUMERIC
              OR ANAL-VALOR IS NOT NUMERIC
              OR ANAL-HST IS NOT NUMERIC
              MOVE 'N' TO WRK-MOV-VALIDO
           ELSE
              IF ANAL-VALOR = ZEROS
                 OR ANAL-BALANCETE = ZEROS
                 OR ANAL-PARTIDA = ZEROS
                 MOVE 'N' TO WRK-MOV-VALIDO
              END-IF
           END-IF.

      *ACUMULA O MOVIMENTO NO PREFIXO, TESTA O PORTE DO VALOR, MARCA
      * O BALANCETE E O HST COMO MOVIMENTADOS NO DIA, SOMA A PERNA NA
      * FAIXA DO FRACIONAMENTO E GUARDA A PERNA DE TRANSFERENCIA DE
      * VALOR REDONDO.
       1200-TRATA-MOVIMENTO.
           MOVE ANAL-PREF-ORIG TO WRK-CHV-PREFIXO
           PERFORM 1300-LOCALIZA-PREFIXO
           ADD 1 TO WRK-PFP-DIA-QT (WRK-PFP-POS)
           ADD ANAL-VALOR TO WRK-PFP-DIA-SOMA (WRK-PFP-POS)
           PERFORM 1700-TESTA-VALOR-ALTO
           MOVE 'B' TO WRK-CHV-CMB-TIPO
           MOVE ANAL-PREF-ORIG TO WRK-CHV-CMB-PREFIXO
           MOVE ANAL-BALANCETE TO WRK-CHV-CMB-CODIGO
           PERFORM 1400-LOCALIZA-COMBINACAO
           PERFORM 1480-ACUMULA-COMBINACAO-DIA
           MOVE 'H' TO WRK-CHV-CMB-TIPO
           MOVE ANAL-PREF-ORIG TO WRK-CHV-CMB-PREFIXO
           MOVE ANAL-HST TO WRK-CHV-CMB-CODIGO
           PERFORM 1400-LOCALIZA-COMBINACAO
           PERFORM 1480-ACUMULA-COMBINACAO-DIA
           IF ANAL-VALOR >= WRK-FRC-PISO
              AND ANAL-VALOR < WRK-FRC-LIMITE
              PERFORM 1500-ACUMULA-FRACIONAMENTO
           END-IF
           IF ANAL-HST = 003
              AND ANAL-PREF-DEST NOT = ZEROS
              AND ANAL-PREF-DEST NOT = ANAL-PREF-ORIG
              PERFORM 1600-GUARDA-TRANSFERENCIA
           END-IF.

      *DEVOLVE EM WRK-PFP-POS A ENTRADA DO PREFIXO DE WRK-CHV-PREFIXO
      * (BUSCA BINARIA; INCLUSAO ORDENADA, ZERADA, QUANDO O PREFIXO
      * AINDA NAO ESTA NA TABELA).
       1300-LOCALIZA-PREFIXO.
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-PFP-QTDE > 0
              SEARCH ALL WRK-PFP-ENT
                AT END
                  CONTINUE
                WHEN WRK-PFP-PREFIXO (WRK-PFP-IDX) = WRK-CHV-PREFIXO
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-PFP-POS TO WRK-PFP-IDX
              END-SEARCH
           END-IF
           IF NOT ACHOU-ENTRADA
              PERFORM 1350-INSERE-PREFIXO
           END-IF.

      *INCLUI O PREFIXO NOVO NA POSICAO QUE MANTEM A TABELA ORDENADA,
      * DESLOCANDO AS ENTRADAS SEGUINTES.
       1350-INSERE-PREFIXO.
           IF WRK-PFP-QTDE >= 5000
              DISPLAY 'TABELA DE PREFIXOS DO PERFIL ESGOTADA - '
                      'AUMENTAR OCCURS DE WRK-PFP-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-PFP-QTDE
           MOVE WRK-PFP-QTDE TO WRK-INS-POS
           PERFORM UNTIL WRK-INS-POS = 1
                     OR WRK-PFP-PREFIXO (WRK-INS-POS - 1) <
                        WRK-CHV-PREFIXO
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               MOVE WRK-PFP-ENT (WRK-INS-J)
                  TO WRK-PFP-ENT (WRK-INS-POS)
               MOVE WRK-INS-J TO WRK-INS-POS
           END-PERFORM
           MOVE WRK-CHV-PREFIXO TO WRK-PFP-PREFIXO (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-ACUM-QT (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-ACUM-SOMA (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-ULT-DATA (WRK-INS-POS)
           MOVE SPACES TO WRK-PFP-ULT-SUFIXO (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-ULT-QT (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-ULT-SOMA (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-BASE-QT (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-BASE-SOMA (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-MEDIA (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-LIMITE-ALTO (WRK-INS-POS)
           MOVE 'N' TO WRK-PFP-HISTORICO (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-DIA-QT (WRK-INS-POS)
           MOVE ZEROS TO WRK-PFP-DIA-SOMA (WRK-INS-POS)
           MOVE WRK-INS-POS TO WRK-PFP-POS.

      *DEVOLVE EM WRK-CMB-POS A ENTRADA DO BALANCETE/HST DE
      * WRK-CHV-COMBINACAO. A COMBINACAO NOVA ENTRA COM A DATA DA
      * RODADA COMO PRIMEIRA APARICAO (NA CARGA DO PERFIL ELA E
      * SUBSTITUIDA PELA DATA GRAVADA).
       1400-LOCALIZA-COMBINACAO.
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-CMB-QTDE > 0
              SEARCH ALL WRK-CMB-ENT
                AT END
                  CONTINUE
                WHEN WRK-CMB-CHAVE (WRK-CMB-IDX) = WRK-CHV-COMBINACAO
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-CMB-POS TO WRK-CMB-IDX
              END-SEARCH
           END-IF
           IF NOT ACHOU-ENTRADA
              PERFORM 1450-INSERE-COMBINACAO
           END-IF.

      *INCLUI A COMBINACAO NOVA NA POSICAO QUE MANTEM A TABELA
      * ORDENADA, DESLOCANDO AS ENTRADAS SEGUINTES.
       1450-INSERE-COMBINACAO.
           IF WRK-CMB-QTDE >= 40000
              DISPLAY 'TABELA DE BALANCETES/HSTS DO PERFIL ESGOTADA '
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
           MOVE WRK-DATA TO WRK-CMB-PRIM-DATA (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIA-QT (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIA-VALOR (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIA-BALANCETE (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIA-PARTIDA (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIA-LCTO (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIA-HST (WRK-INS-POS)
           MOVE ZEROS TO WRK-CMB-DIA-PREF-DEST (WRK-INS-POS)
           MOVE WRK-INS-POS TO WRK-CMB-POS.

      *SOMA O MOVIMENTO CORRENTE NO BALANCETE/HST DE WRK-CMB-POS. A
      * PRIMEIRA OCORRENCIA DO DIA FICA GUARDADA PARA O ALERTA.
       1480-ACUMULA-COMBINACAO-DIA.
           IF WRK-CMB-DIA-QT (WRK-CMB-POS) = ZEROS
              MOVE ANAL-BALANCETE
                 TO WRK-CMB-DIA-BALANCETE (WRK-CMB-POS)
              MOVE ANAL-PARTIDA TO WRK-CMB-DIA-PARTIDA (WRK-CMB-POS)
              MOVE ANAL-LCTO TO WRK-CMB-DIA-LCTO (WRK-CMB-POS)
              MOVE ANAL-HST TO WRK-CMB-DIA-HST (WRK-CMB-POS)
              MOVE ANAL-PREF-DEST
                 TO WRK-CMB-DIA-PREF-DEST (WRK-CMB-POS)
           END-IF
           ADD 1 TO WRK-CMB-DIA-QT (WRK-CMB-POS)
           ADD ANAL-VALOR TO WRK-CMB-DIA-VALOR (WRK-CMB-POS).

      *SOMA A PERNA NA FAIXA LOGO ABAIXO DO LIMITE NA PARTIDA DO
      * PREFIXO (INCLUSAO ORDENADA QUANDO A PARTIDA APARECE PELA
      * PRIMEIRA VEZ NA FAIXA).
       1500-ACUMULA-FRACIONAMENTO.
           MOVE ANAL-PREF-ORIG TO WRK-CHV-PTD-PREFIXO
           MOVE ANAL-PARTIDA TO WRK-CHV-PTD-PARTIDA
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-PTD-QTDE > 0
              SEARCH ALL WRK-PTD-ENT
                AT END
                  CONTINUE
                WHEN WRK-PTD-CHAVE (WRK-PTD-IDX) = WRK-CHV-PARTIDA
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-PTD-POS TO WRK-PTD-IDX
              END-SEARCH
           END-IF
           IF NOT ACHOU-ENTRADA
              PERFORM 1550-INSERE-PARTIDA
           END-IF
           ADD 1 TO WRK-PTD-QT (WRK-PTD-POS)
           ADD ANAL-VALOR TO WRK-PTD-SOMA (WRK-PTD-POS).

      *INCLUI A PARTIDA NOVA NA POSICAO QUE MANTEM A TABELA ORDENADA,
      * COM OS DADOS DA PRIMEIRA PERNA.
       1550-INSERE-PARTIDA.
           IF WRK-PTD-QTDE >= 30000
              DISPLAY 'TABELA DE PARTIDAS DO FRACIONAMENTO ESGOTADA - '
                      'AUMENTAR OCCURS DE WRK-PTD-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-PTD-QTDE
           MOVE WRK-PTD-QTDE TO WRK-INS-POS
           PERFORM UNTIL WRK-INS-POS = 1
                     OR WRK-PTD-CHAVE (WRK-INS-POS - 1) <
                        WRK-CHV-PARTIDA
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               MOVE WRK-PTD-ENT (WRK-INS-J)
                  TO WRK-PTD-ENT (WRK-INS-POS)
               MOVE WRK-INS-J TO WRK-INS-POS
           END-PERFORM
           MOVE WRK-CHV-PARTIDA TO WRK-PTD-CHAVE (WRK-INS-POS)
           MOVE ANAL-BALANCETE TO WRK-PTD-BALANCETE (WRK-INS-POS)
           MOVE ANAL-LCTO TO WRK-PTD-LCTO (WRK-INS-POS)
           MOVE ANAL-HST TO WRK-PTD-HST (WRK-INS-POS)
           MOVE ZEROS TO WRK-PTD-QT (WRK-INS-POS)
           MOVE ZEROS TO WRK-PTD-SOMA (WRK-INS-POS)
           MOVE WRK-INS-POS TO WRK-PTD-POS.

      *GUARDA A PERNA DE TRANSFERENCIA SE O VALOR FOR REDONDO
      * (MULTIPLO EXATO DA UNIDADE 'VR').
       1600-GUARDA-TRANSFERENCIA.
           DIVIDE ANAL-VALOR BY WRK-IDV-UNIDADE GIVING WRK-IDV-QUOC
               REMAINDER WRK-IDV-RESTO
           IF WRK-IDV-RESTO = ZEROS
              IF WRK-IDV-QTDE >= 20000
                 DISPLAY 'TABELA DE TRANSFERENCIAS DA TRIAGEM '
                         'ESGOTADA - AUMENTAR OCCURS DE WRK-IDV-ENT'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-IDV-QTDE
              MOVE 'A' TO WRK-IDV-SITUACAO (WRK-IDV-QTDE)
              MOVE ANAL-PREF-ORIG TO WRK-IDV-PREF-ORIG (WRK-IDV-QTDE)
              MOVE ANAL-PREF-DEST TO WRK-IDV-PREF-DEST (WRK-IDV-QTDE)
              MOVE ANAL-BALANCETE TO WRK-IDV-BALANCETE (WRK-IDV-QTDE)
              MOVE ANAL-PARTIDA TO WRK-IDV-PARTIDA (WRK-IDV-QTDE)
              MOVE ANAL-LCTO TO WRK-IDV-LCTO (WRK-IDV-QTDE)
              MOVE ANAL-VALOR TO WRK-IDV-VALOR (WRK-IDV-QTDE)
           END-IF.

      *PREFIXO COM HISTORICO SUFICIENTE: MOVIMENTO ACIMA DE 'VM'
      * VEZES A MEDIA DO PREFIXO ENTRA NA TABELA DE VALORES ALTOS.
       1700-TESTA-VALOR-ALTO.
           IF PFP-COM-HISTORICO (WRK-PFP-POS)
              AND ANAL-VALOR > WRK-PFP-LIMITE-ALTO (WRK-PFP-POS)
              IF WRK-VAL-QTDE >= 10000
                 DISPLAY 'TABELA DE VALORES ALTOS DA TRIAGEM ESGOTADA '
                         '- AUMENTAR OCCURS DE WRK-VAL-ENT OU REVER '
                         'A LINHA VM'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-VAL-QTDE
              MOVE ANAL-PREF-ORIG TO WRK-VAL-PREFIXO (WRK-VAL-QTDE)
              MOVE ANAL-BALANCETE TO WRK-VAL-BALANCETE (WRK-VAL-QTDE)
              MOVE ANAL-PARTIDA TO WRK-VAL-PARTIDA (WRK-VAL-QTDE)
              MOVE ANAL-LCTO TO WRK-VAL-LCTO (WRK-VAL-QTDE)
              MOVE ANAL-HST TO WRK-VAL-HST (WRK-VAL-QTDE)
              MOVE ANAL-PREF-DEST TO WRK-VAL-PREF-DEST (WRK-VAL-QTDE)
              MOVE ANAL-VALOR TO WRK-VAL-VALOR (WRK-VAL-QTDE)
              MOVE WRK-PFP-MEDIA (WRK-PFP-POS)
                 TO WRK-VAL-MEDIA (WRK-VAL-QTDE)
           END-IF.

      *IMPRIME TITULO/DATA/PAGINA E O CABECALHO DE COLUNAS, NO MESMO
      * ESTILO DO RELATORIO RESULTADO3 DO PROJSINANAL.
       2500-IMPRIME-CABECALHO.
           ADD 1 TO WRK-REL-PAGINA
           MOVE SPACES TO SUS-LINHA
           STRING 'TRIAGEM DE PADROES SUSPEITOS NO ANALITICO - '
                  'SUFIXO ' WRK-SUFIXO
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO SUS-LINHA
           STRING 'DATA: '       DELIMITED BY SIZE
                  WRK-DATA       DELIMITED BY SIZE
                  '   PAGINA: '  DELIMITED BY SIZE
                  WRK-REL-PAGINA DELIMITED BY SIZE
               INTO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
      *CADA ROTULO TERMINA NA COLUNA EM QUE TERMINA O CAMPO
      * CORRESPONDENTE DA LINHA DE DETALHE.
           MOVE SPACES TO SUS-LINHA
           STRING ' SEQ.'                    DELIMITED BY SIZE
                  '  TIPO       '            DELIMITED BY SIZE
                  '   PREF'                  DELIMITED BY SIZE
                  '  BALANCETE'              DELIMITED BY SIZE
                  '            PARTIDA'      DELIMITED BY SIZE
                  '  LCTO'                   DELIMITED BY SIZE
                  '  HST'                    DELIMITED BY SIZE
                  '   DEST'                  DELIMITED BY SIZE
                  '     QT'                  DELIMITED BY SIZE
                  '              VALOR'      DELIMITED BY SIZE
                  '         REFERENCIA'      DELIMITED BY SIZE
               INTO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE ZEROS TO WRK-REL-LINHAS-PAG.

      *GRAVA A LINHA DE HEADER DO EXTRATO DE ALERTAS.
       2600-GRAVA-HEADER-ALERTAS.
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'HDR' TO WRK-HT-TIPO
           MOVE WRK-DATA TO WRK-HT-HDR-DATA
           MOVE WRK-SUFIXO TO WRK-HT-HDR-SUFIXO
           MOVE WRK-CTL-PROGRAMA TO WRK-HT-HDR-PROGRAMA
           MOVE SPACES TO ALR-REG
           MOVE WRK-HT-AREA TO ALR-REG
           PERFORM 8100-GRAVA-LINHA-ALERTA.

      *GRAVA A LINHA DE TRAILER DO EXTRATO: QUANTIDADE DE ALERTAS E
      * HASH DA SOMA DOS VALORES.
       2650-GRAVA-TRAILER-ALERTAS.
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'TRL' TO WRK-HT-TIPO
           MOVE WRK-QT-ALERTAS TO WRK-HT-TRL-QT
           MOVE WRK-HASH-ALERTAS TO WRK-HT-TRL-HASH
           MOVE SPACES TO ALR-REG
           MOVE WRK-HT-AREA TO ALR-REG
           PERFORM 8100-GRAVA-LINHA-ALERTA.

      *SECAO 1: PARTIDAS COM PELO MENOS 'FQ' PERNAS NA FAIXA LOGO
      * ABAIXO DO LIMITE 'FL'.
       3000-RELATA-FRACIONAMENTO.
           MOVE SPACES TO SUS-LINHA
           STRING '1 - PARTIDA FRACIONADA LOGO ABAIXO DO LIMITE '
                  '(QT = PERNAS NA FAIXA; REFERENCIA = LIMITE FL)'
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 3900-TITULO-SECAO
           PERFORM VARYING WRK-PTD-POS FROM 1 BY 1
                   UNTIL WRK-PTD-POS > WRK-PTD-QTDE
               IF WRK-PTD-QT (WRK-PTD-POS) >= WRK-FRC-QT-MINIMA
                  INITIALIZE WRK-ALR-AREA
                  MOVE 'F' TO WRK-ALR-TIPO
                  MOVE WRK-PTD-PREFIXO (WRK-PTD-POS) TO WRK-ALR-PREFIXO
                  MOVE WRK-PTD-BALANCETE (WRK-PTD-POS)
                     TO WRK-ALR-BALANCETE
                  MOVE WRK-PTD-PARTIDA (WRK-PTD-POS) TO WRK-ALR-PARTIDA
                  MOVE WRK-PTD-LCTO (WRK-PTD-POS) TO WRK-ALR-LCTO
                  MOVE WRK-PTD-HST (WRK-PTD-POS) TO WRK-ALR-HST
                  MOVE WRK-PTD-QT (WRK-PTD-POS) TO WRK-ALR-QT
                  MOVE WRK-PTD-SOMA (WRK-PTD-POS) TO WRK-ALR-VALOR
                  MOVE WRK-FRC-LIMITE TO WRK-ALR-REFERENCIA
                  PERFORM 4000-GRAVA-ALERTA
                  ADD 1 TO WRK-QT-ALR-FRACIONADA
               END-IF
           END-PERFORM
           PERFORM 3950-FECHA-SECAO.

      *SECAO 2: TRANSFERENCIAS DE VALOR REDONDO QUE FORAM DE A PARA B
      * E VOLTARAM DE B PARA A NO MESMO DIA, COM OUTRA PARTIDA. CADA
      * PERNA LIVRE PROCURA ADIANTE A PERNA INVERTIDA DE MESMO VALOR
      * E OUTRA PARTIDA; ACHADA, AS DUAS PARTIDAS INTEIRAS (IDA E
      * VOLTA, COM AS CONTRAPERNAS) SAEM DE CIRCULACAO PARA O MESMO
      * VAIVEM NAO SAIR DUAS VEZES.
       3200-RELATA-IDA-VOLTA.
           MOVE SPACES TO SUS-LINHA
           STRING '2 - TRANSFERENCIA DE VALOR REDONDO IDA E VOLTA NO '
                  'DIA (REFERENCIA = PARTIDA DA VOLTA)'
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 3900-TITULO-SECAO
           PERFORM VARYING WRK-IDV-I FROM 1 BY 1
                   UNTIL WRK-IDV-I > WRK-IDV-QTDE
               IF IDV-PERNA-LIVRE (WRK-IDV-I)
                  PERFORM 3250-BUSCA-VOLTA
                  IF ACHOU-PERNA-VOLTA
                     INITIALIZE WRK-ALR-AREA
                     MOVE 'R' TO WRK-ALR-TIPO
                     MOVE WRK-IDV-PREF-ORIG (WRK-IDV-I)
                        TO WRK-ALR-PREFIXO
                     MOVE WRK-IDV-BALANCETE (WRK-IDV-I)
                        TO WRK-ALR-BALANCETE
                     MOVE WRK-IDV-PARTIDA (WRK-IDV-I)
                        TO WRK-ALR-PARTIDA
                     MOVE WRK-IDV-LCTO (WRK-IDV-I) TO WRK-ALR-LCTO
                     MOVE 003 TO WRK-ALR-HST
                     MOVE WRK-IDV-PREF-DEST (WRK-IDV-I)
                        TO WRK-ALR-PREF-DEST
                     MOVE 2 TO WRK-ALR-QT
                     MOVE WRK-IDV-VALOR (WRK-IDV-I) TO WRK-ALR-VALOR
                     MOVE WRK-IDV-PARTIDA (WRK-IDV-J)
                        TO WRK-ALR-REFERENCIA
                     PERFORM 4000-GRAVA-ALERTA
                     ADD 1 TO WRK-QT-ALR-IDA-VOLTA
                     MOVE WRK-IDV-PARTIDA (WRK-IDV-I)
                        TO WRK-IDV-PARTIDA-IDA
                     MOVE WRK-IDV-PARTIDA (WRK-IDV-J)
                        TO WRK-IDV-PARTIDA-VOLTA
                     PERFORM 3280-MARCA-PARTIDAS-USADAS
                  END-IF
               END-IF
           END-PERFORM
           PERFORM 3950-FECHA-SECAO.

      *PROCURA, ADIANTE DA PERNA CORRENTE (WRK-IDV-I), UMA PERNA LIVRE
      * COM ORIGEM/DESTINO INVERTIDOS, MESMO VALOR E OUTRA PARTIDA
      * (NA MESMA PARTIDA ELA E SO A CONTRAPERNA DA PROPRIA
      * TRANSFERENCIA, QUE A CONCILIACAO DO PROJSINANAL JA PAREIA).
       3250-BUSCA-VOLTA.
           MOVE 'N' TO WRK-ACHOU-VOLTA
           COMPUTE WRK-IDV-J = WRK-IDV-I + 1
           PERFORM UNTIL ACHOU-PERNA-VOLTA
                     OR WRK-IDV-J > WRK-IDV-QTDE
               IF IDV-PERNA-LIVRE (WRK-IDV-J)
                  AND WRK-IDV-PREF-ORIG (WRK-IDV-J) =
                         WRK-IDV-PREF-DEST (WRK-IDV-I)
                  AND WRK-IDV-PREF-DEST (WRK-IDV-J) =
                         WRK-IDV-PREF-ORIG (WRK-IDV-I)
                  AND WRK-IDV-VALOR (WRK-IDV-J) =
                         WRK-IDV-VALOR (WRK-IDV-I)
                  AND WRK-IDV-PARTIDA (WRK-IDV-J) NOT =
                         WRK-IDV-PARTIDA (WRK-IDV-I)
                  MOVE 'S' TO WRK-ACHOU-VOLTA
               ELSE
                  ADD 1 TO WRK-IDV-J
               END-IF
           END-PERFORM.

      *TIRA DE CIRCULACAO TODAS AS PERNAS DAS PARTIDAS DE IDA E DE
      * VOLTA DO ALERTA RECEM-GRAVADO.
       3280-MARCA-PARTIDAS-USADAS.
           PERFORM VARYING WRK-IDV-K FROM 1 BY 1
                   UNTIL WRK-IDV-K > WRK-IDV-QTDE
               IF WRK-IDV-PARTIDA (WRK-IDV-K) = WRK-IDV-PARTIDA-IDA
                  OR WRK-IDV-PARTIDA (WRK-IDV-K) =
                     WRK-IDV-PARTIDA-VOLTA
                  MOVE 'U' TO WRK-IDV-SITUACAO (WRK-IDV-K)
               END-IF
           END-PERFORM.

      *SECAO 3: BALANCETES E HSTS MOVIMENTADOS HOJE QUE O PERFIL NAO
      * CONHECIA ANTES DA DATA DA RODADA NO PREFIXO, SO PARA PREFIXO
      * COM HISTORICO SUFICIENTE. A TABELA ESTA EM ORDEM DE TIPO, LOGO
      * OS BALANCETES SAEM ANTES DOS HSTS.
       3400-RELATA-NOVOS.
           MOVE SPACES TO SUS-LINHA
           STRING '3 - BALANCETE OU HST NUNCA MOVIMENTADO ANTES NO '
                  'PREFIXO (QT = MOVIMENTOS DO DIA; REFERENCIA = '
                  'MOVIMENTOS NO HISTORICO)'
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 3900-TITULO-SECAO
           PERFORM VARYING WRK-CMB-POS FROM 1 BY 1
                   UNTIL WRK-CMB-POS > WRK-CMB-QTDE
               IF WRK-CMB-DIA-QT (WRK-CMB-POS) > ZEROS
                  AND WRK-CMB-PRIM-DATA (WRK-CMB-POS) NOT < WRK-DATA
                  MOVE WRK-CMB-PREFIXO (WRK-CMB-POS) TO WRK-CHV-PREFIXO
                  PERFORM 1300-LOCALIZA-PREFIXO
                  IF PFP-COM-HISTORICO (WRK-PFP-POS)
                     PERFORM 3450-GRAVA-ALERTA-NOVO
                  END-IF
               END-IF
           END-PERFORM
           PERFORM 3950-FECHA-SECAO.

      *MONTA E GRAVA O ALERTA DE BALANCETE/HST NOVO COM A PRIMEIRA
      * OCORRENCIA DO DIA E O TOTAL DO DIA NELE.
       3450-GRAVA-ALERTA-NOVO.
           INITIALIZE WRK-ALR-AREA
           MOVE WRK-CMB-TIPO (WRK-CMB-POS) TO WRK-ALR-TIPO
           MOVE WRK-CMB-PREFIXO (WRK-CMB-POS) TO WRK-ALR-PREFIXO
           MOVE WRK-CMB-DIA-BALANCETE (WRK-CMB-POS)
              TO WRK-ALR-BALANCETE
           MOVE WRK-CMB-DIA-PARTIDA (WRK-CMB-POS) TO WRK-ALR-PARTIDA
           MOVE WRK-CMB-DIA-LCTO (WRK-CMB-POS) TO WRK-ALR-LCTO
           MOVE WRK-CMB-DIA-HST (WRK-CMB-POS) TO WRK-ALR-HST
           MOVE WRK-CMB-DIA-PREF-DEST (WRK-CMB-POS)
              TO WRK-ALR-PREF-DEST
           MOVE WRK-CMB-DIA-QT (WRK-CMB-POS) TO WRK-ALR-QT
           MOVE WRK-CMB-DIA-VALOR (WRK-CMB-POS) TO WRK-ALR-VALOR
           MOVE WRK-PFP-BASE-QT (WRK-PFP-POS) TO WRK-ALR-REFERENCIA
           PERFORM 4000-GRAVA-ALERTA
           ADD 1 TO WRK-QT-ALR-NOVOS.

      *SECAO 4: MOVIMENTOS ACIMA DO PORTE HABITUAL DO PREFIXO, NA
      * ORDEM DO ANALITICO.
       3600-RELATA-VALOR-ALTO.
           MOVE SPACES TO SUS-LINHA
           STRING '4 - VALOR MUITO ACIMA DO PORTE HABITUAL DO PREFIXO '
                  '(REFERENCIA = MEDIA DO PREFIXO; LIMITE = '
                  WRK-VAL-MULTIPLO ' VEZES A MEDIA)'
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 3900-TITULO-SECAO
           PERFORM VARYING WRK-VAL-I FROM 1 BY 1
                   UNTIL WRK-VAL-I > WRK-VAL-QTDE
               INITIALIZE WRK-ALR-AREA
               MOVE 'V' TO WRK-ALR-TIPO
               MOVE WRK-VAL-PREFIXO (WRK-VAL-I) TO WRK-ALR-PREFIXO
               MOVE WRK-VAL-BALANCETE (WRK-VAL-I) TO WRK-ALR-BALANCETE
               MOVE WRK-VAL-PARTIDA (WRK-VAL-I) TO WRK-ALR-PARTIDA
               MOVE WRK-VAL-LCTO (WRK-VAL-I) TO WRK-ALR-LCTO
               MOVE WRK-VAL-HST (WRK-VAL-I) TO WRK-ALR-HST
               MOVE WRK-VAL-PREF-DEST (WRK-VAL-I) TO WRK-ALR-PREF-DEST
               MOVE 1 TO WRK-ALR-QT
               MOVE WRK-VAL-VALOR (WRK-VAL-I) TO WRK-ALR-VALOR
               MOVE WRK-VAL-MEDIA (WRK-VAL-I) TO WRK-ALR-REFERENCIA
               PERFORM 4000-GRAVA-ALERTA
               ADD 1 TO WRK-QT-ALR-VALOR-ALTO
           END-PERFORM
           PERFORM 3950-FECHA-SECAO.

      *GRAVA O TITULO DE UMA SECAO (JA MONTADO EM SUS-LINHA), COM UMA
      * LINHA EM BRANCO ANTES, E ZERA O CONTADOR DA SECAO.
       3900-TITULO-SECAO.
           MOVE SUS-LINHA TO WRK-REL-TITULO
           IF WRK-REL-LINHAS-PAG >= WRK-REL-MAX-LINHAS - 2
              PERFORM 2500-IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE WRK-REL-TITULO TO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           ADD 2 TO WRK-REL-LINHAS-PAG
           MOVE ZEROS TO WRK-QT-ALR-SECAO.

      *SECAO SEM ALERTA GANHA UMA LINHA DIZENDO ISSO.
       3950-FECHA-SECAO.
           IF WRK-QT-ALR-SECAO = ZEROS
              MOVE SPACES TO SUS-LINHA
              MOVE '      NENHUMA OCORRENCIA' TO SUS-LINHA
              PERFORM 8000-GRAVA-LINHA-REL
              ADD 1 TO WRK-REL-LINHAS-PAG
           END-IF.

      *NUMERA O ALERTA MONTADO EM WRK-ALR-AREA, GRAVA A LINHA DO
      * EXTRATO (AREA DE REVISAO EM BRANCO, OU A JA REGISTRADA PARA O
      * MESMO ALERTA NA GERACAO ANTERIOR) E A LINHA DO RELATORIO.
       4000-GRAVA-ALERTA.
           ADD 1 TO WRK-QT-ALERTAS
           ADD 1 TO WRK-QT-ALR-SECAO
           ADD WRK-ALR-VALOR TO WRK-HASH-ALERTAS
           MOVE WRK-DATA TO WRK-ALR-DATA
           MOVE WRK-SUFIXO TO WRK-ALR-SUFIXO
           MOVE WRK-QT-ALERTAS TO WRK-ALR-SEQ
           MOVE SPACES TO WRK-ALR-SITUACAO-REV
           MOVE SPACES TO WRK-ALR-REVISOR
           MOVE ZEROS TO WRK-ALR-DATA-REV
           IF WRK-REV-QTDE > ZEROS
              PERFORM 4050-APLICA-REVISAO-ANTERIOR
           END-IF
           MOVE WRK-ALR-AREA TO ALR-REG
           PERFORM 8100-GRAVA-LINHA-ALERTA
           IF WRK-REL-LINHAS-PAG >= WRK-REL-MAX-LINHAS
              PERFORM 2500-IMPRIME-CABECALHO
           END-IF
           MOVE WRK-ALR-SEQ TO WRK-RLD-SEQ
           EVALUATE TRUE
             WHEN ALR-FRACIONADA
               MOVE 'FRACIONADA' TO WRK-RLD-TIPO
             WHEN ALR-IDA-VOLTA
               MOVE 'IDA E VOLTA' TO WRK-RLD-TIPO
             WHEN ALR-BALANCETE-NOVO
               MOVE 'BALANC NOVO' TO WRK-RLD-TIPO
             WHEN ALR-HST-NOVO
               MOVE 'HST NOVO' TO WRK-RLD-TIPO
             WHEN OTHER
               MOVE 'VALOR ALTO' TO WRK-RLD-TIPO
           END-EVALUATE
           MOVE WRK-ALR-PREFIXO TO WRK-RLD-PREFIXO
           MOVE WRK-ALR-BALANCETE TO WRK-RLD-BALANCETE
           MOVE WRK-ALR-PARTIDA TO WRK-RLD-PARTIDA
           MOVE WRK-ALR-LCTO TO WRK-RLD-LCTO
           MOVE WRK-ALR-HST TO WRK-RLD-HST
           MOVE WRK-ALR-PREF-DEST TO WRK-RLD-PREF-DEST
           MOVE WRK-ALR-QT TO WRK-RLD-QT
           MOVE WRK-ALR-VALOR TO WRK-RLD-VALOR
           MOVE WRK-ALR-REFERENCIA TO WRK-RLD-REFERENCIA
           MOVE WRK-REL-LINHA-DET TO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           ADD 1 TO WRK-REL-LINHAS-PAG.

      *PROCURA NAS REVISOES ANTERIORES A DO ALERTA DE MESMA CHAVE
      * (TIPO, PREFIXO, BALANCETE, PARTIDA E LCTO) AINDA NAO APLICADA
      * E A PASSA PARA A AREA DE REVISAO DO ALERTA MONTADO.
       4050-APLICA-REVISAO-ANTERIOR.
           MOVE WRK-ALR-TIPO TO WRK-CHV-REV-TIPO
           MOVE WRK-ALR-PREFIXO TO WRK-CHV-REV-PREFIXO
           MOVE WRK-ALR-BALANCETE TO WRK-CHV-REV-BALANCETE
           MOVE WRK-ALR-PARTIDA TO WRK-CHV-REV-PARTIDA
           MOVE WRK-ALR-LCTO TO WRK-CHV-REV-LCTO
           SET WRK-REV-IDX TO 1
           SEARCH WRK-REV-ENT
             AT END
               CONTINUE
             WHEN WRK-REV-IDX > WRK-REV-QTDE
               CONTINUE
             WHEN WRK-REV-CHAVE (WRK-REV-IDX) = WRK-CHV-REVISAO
                  AND NOT REV-JA-APLICADA (WRK-REV-IDX)
               MOVE WRK-REV-REVISAO (WRK-REV-IDX) TO WRK-ALR-REVISAO
               MOVE 'U' TO WRK-REV-USO (WRK-REV-IDX)
               ADD 1 TO WRK-QT-REV-MANTIDAS
           END-SEARCH.

      *REGRAVA O PERFIL INTEIRO COM O MOVIMENTO DO DIA:
      * - PREFIXO CUJA ULTIMA RODADA E ESTA MESMA (REEXECUCAO): A
      *   CONTRIBUICAO DELA E SUBSTITUIDA PELA DE AGORA;
      * - DATA DA RODADA IGUAL OU POSTERIOR A DA ULTIMA RODADA DO
      *   PREFIXO, COM MOVIMENTO: A ULTIMA CONTRIBUICAO ENTRA NO
      *   ACUMULADO E A DE AGORA PASSA A SER A ULTIMA;
      * - RODADA DE DATA ANTERIOR A ULTIMA (SUFIXO ANTIGO REPROCESSADO
      *   FORA DE ORDEM) OU SEM MOVIMENTO NO PREFIXO: O PERFIL SERVIU
      *   SO DE BASE E A ESTATISTICA NAO MUDA.
      * BALANCETE/HST MOVIMENTADO HOJE FICA COM A MENOR DATA ENTRE A
      * GRAVADA E A DA RODADA COMO PRIMEIRA APARICAO.
      * ANTES DA REGRAVACAO, O PERFIL LIDO INTEIRO E GUARDADO COMO
      * GERACAO ANTERIOR. QUANDO A CARGA JA VEIO DA GERACAO GUARDADA
      * (PERFIL INCOMPLETO), ELA E MANTIDA COMO ESTA. O ARQUIVO SAI
      * COM HEADER E TRAILER.
       5000-ATUALIZA-PERFIL.
           IF PFL-ORIGEM-PERFIL
              PERFORM 5050-GUARDA-GERACAO-ANTERIOR
           END-IF
           MOVE 'PERFILMOV.TXT' TO WRK-NOME-PERFIL
           MOVE 'PERFILMOV' TO WRK-PFL-ARQUIVO
           MOVE ZEROS TO WRK-PFL-QT-DADOS
           MOVE ZEROS TO WRK-PFL-HASH
           OPEN OUTPUT PERFIL
           MOVE 'PERFILMOV' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PERFIL TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'HDR' TO WRK-HT-TIPO
           MOVE WRK-DATA TO WRK-HT-HDR-DATA
           MOVE WRK-SUFIXO TO WRK-HT-HDR-SUFIXO
           MOVE WRK-CTL-PROGRAMA TO WRK-HT-HDR-PROGRAMA
           MOVE SPACES TO PFL-REG
           MOVE WRK-HT-AREA TO PFL-REG
           PERFORM 5900-GRAVA-LINHA-PERFIL
           PERFORM VARYING WRK-PFP-POS FROM 1 BY 1
                   UNTIL WRK-PFP-POS > WRK-PFP-QTDE
               PERFORM 5100-ATUALIZA-PREFIXO
               MOVE SPACES TO PFL-REG
               MOVE 'P' TO PFL-TIPO
               MOVE WRK-PFP-PREFIXO (WRK-PFP-POS) TO PFL-PREFIXO
               MOVE WRK-PFP-ACUM-QT (WRK-PFP-POS) TO PFL-ACUM-QT
               MOVE WRK-PFP-ACUM-SOMA (WRK-PFP-POS) TO PFL-ACUM-SOMA
               MOVE WRK-PFP-ULT-DATA (WRK-PFP-POS) TO PFL-ULT-DATA
               MOVE WRK-PFP-ULT-SUFIXO (WRK-PFP-POS) TO PFL-ULT-SUFIXO
               MOVE WRK-PFP-ULT-QT (WRK-PFP-POS) TO PFL-ULT-QT
               MOVE WRK-PFP-ULT-SOMA (WRK-PFP-POS) TO PFL-ULT-SOMA
               ADD 1 TO WRK-PFL-QT-DADOS
               ADD PFL-PREFIXO TO WRK-PFL-HASH
               PERFORM 5900-GRAVA-LINHA-PERFIL
           END-PERFORM
           PERFORM VARYING WRK-CMB-POS FROM 1 BY 1
                   UNTIL WRK-CMB-POS > WRK-CMB-QTDE
               IF WRK-CMB-DIA-QT (WRK-CMB-POS) > ZEROS
                  AND WRK-CMB-PRIM-DATA (WRK-CMB-POS) > WRK-DATA
                  MOVE WRK-DATA TO WRK-CMB-PRIM-DATA (WRK-CMB-POS)
               END-IF
               MOVE SPACES TO PFL-REG
               MOVE WRK-CMB-TIPO (WRK-CMB-POS) TO PFL-TIPO
               MOVE WRK-CMB-PREFIXO (WRK-CMB-POS) TO PFL-PREFIXO
               MOVE WRK-CMB-CODIGO (WRK-CMB-POS) TO PFL-CODIGO
               MOVE WRK-CMB-PRIM-DATA (WRK-CMB-POS) TO PFL-PRIM-DATA
               ADD 1 TO WRK-PFL-QT-DADOS
               ADD PFL-PREFIXO TO WRK-PFL-HASH
               PERFORM 5900-GRAVA-LINHA-PERFIL
           END-PERFORM
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'TRL' TO WRK-HT-TIPO
           MOVE WRK-PFL-QT-DADOS TO WRK-HT-TRL-QT
           MOVE WRK-PFL-HASH TO WRK-HT-TRL-HASH
           MOVE SPACES TO PFL-REG
           MOVE WRK-HT-AREA TO PFL-REG
           PERFORM 5900-GRAVA-LINHA-PERFIL
           CLOSE PERFIL
           MOVE 'PERFILMOV' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PERFIL TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           DISPLAY 'LINHAS DO PERFIL GRAVADAS: ' WRK-QT-PERFIL-GRAVADAS.

      *COPIA O PERFIL LIDO NA PARTIDA, INTEIRO, PARA A GERACAO
      * GUARDADA PERFILMOVANT.TXT.
       5050-GUARDA-GERACAO-ANTERIOR.
           OPEN INPUT PERFIL
           MOVE 'PERFILMOV' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PERFIL TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           OPEN OUTPUT PERFILANT
           MOVE 'PERFILMOVANT' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PERFIL-ANT TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ PERFIL
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   MOVE PFL-REG TO PFA-REG
                   WRITE PFA-REG
                   MOVE 'PERFILMOVANT' TO WRK-ERR-ARQUIVO
                   MOVE WRK-FS-PERFIL-ANT TO WRK-ERR-FS
                   PERFORM 9890-TESTA-FILE-STATUS
               END-READ
               IF WRK-FS-PERFIL NOT = '00'
                  AND WRK-FS-PERFIL NOT = '10'
                  MOVE 'PERFILMOV' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-PERFIL TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE PERFIL
           CLOSE PERFILANT
           MOVE 'PERFILMOVANT' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PERFIL-ANT TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           DISPLAY 'PERFILMOV.TXT ANTERIOR GUARDADO EM '
                   'PERFILMOVANT.TXT'.

      *APLICA O MOVIMENTO DO DIA NA ESTATISTICA DO PREFIXO CORRENTE.
       5100-ATUALIZA-PREFIXO.
           IF WRK-PFP-ULT-DATA (WRK-PFP-POS) = WRK-DATA
              AND WRK-PFP-ULT-SUFIXO (WRK-PFP-POS) = WRK-SUFIXO
              MOVE WRK-PFP-DIA-QT (WRK-PFP-POS)
                 TO WRK-PFP-ULT-QT (WRK-PFP-POS)
              MOVE WRK-PFP-DIA-SOMA (WRK-PFP-POS)
                 TO WRK-PFP-ULT-SOMA (WRK-PFP-POS)
           ELSE
              IF WRK-PFP-DIA-QT (WRK-PFP-POS) > ZEROS
                 AND WRK-DATA NOT < WRK-PFP-ULT-DATA (WRK-PFP-POS)
                 ADD WRK-PFP-ULT-QT (WRK-PFP-POS)
                    TO WRK-PFP-ACUM-QT (WRK-PFP-POS)
                 ADD WRK-PFP-ULT-SOMA (WRK-PFP-POS)
                    TO WRK-PFP-ACUM-SOMA (WRK-PFP-POS)
                 MOVE WRK-DATA TO WRK-PFP-ULT-DATA (WRK-PFP-POS)
                 MOVE WRK-SUFIXO TO WRK-PFP-ULT-SUFIXO (WRK-PFP-POS)
                 MOVE WRK-PFP-DIA-QT (WRK-PFP-POS)
                    TO WRK-PFP-ULT-QT (WRK-PFP-POS)
                 MOVE WRK-PFP-DIA-SOMA (WRK-PFP-POS)
                    TO WRK-PFP-ULT-SOMA (WRK-PFP-POS)
              END-IF
           END-IF.

      *GRAVA UMA LINHA DO PERFIL CONFERINDO O FILE STATUS.
       5900-GRAVA-LINHA-PERFIL.
           WRITE PFL-REG
           MOVE 'PERFILMOV' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-PERFIL TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           ADD 1 TO WRK-QT-PERFIL-GRAVADAS.

      *TOTAL GERAL DO RELATORIO, POR TIPO DE ALERTA.
       6000-GRAVA-TOTAL-GERAL.
           MOVE SPACES TO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO SUS-LINHA
           STRING 'TOTAL GERAL   ALERTAS=' WRK-QT-ALERTAS
                  ' (FRACIONADAS=' WRK-QT-ALR-FRACIONADA
                  ' IDA E VOLTA=' WRK-QT-ALR-IDA-VOLTA
                  ' NOVOS=' WRK-QT-ALR-NOVOS
                  ' VALOR ALTO=' WRK-QT-ALR-VALOR-ALTO ')'
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           MOVE SPACES TO SUS-LINHA
           STRING 'REGISTROS LIDOS=' WRK-QT-LIDOS
                  ' IGNORADOS=' WRK-QT-IGNORADOS
                  '   PREFIXOS COM HISTORICO=' WRK-QT-PREF-HISTORICO
                  ' (MINIMO DE ' WRK-PFL-QT-MINIMA ' MOVIMENTOS)'
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL
           COMPUTE WRK-QT-REV-SEM-ALERTA =
               WRK-QT-REV-ANTERIORES - WRK-QT-REV-MANTIDAS
           MOVE SPACES TO SUS-LINHA
           STRING 'REVISOES DA GERACAO ANTERIOR=' WRK-QT-REV-ANTERIORES
                  ' MANTIDAS=' WRK-QT-REV-MANTIDAS
                  ' SEM ALERTA NESTA TRIAGEM=' WRK-QT-REV-SEM-ALERTA
                  ' (FICAM SO NA GERACAO GUARDADA)'
               DELIMITED BY SIZE INTO SUS-LINHA
           PERFORM 8000-GRAVA-LINHA-REL.

      *GRAVA UMA LINHA DO RELATORIO CONFERINDO O FILE STATUS.
       8000-GRAVA-LINHA-REL.
           WRITE SUS-LINHA
           MOVE 'SUSPEITA' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-SUSPEITA TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *GRAVA UMA LINHA DO EXTRATO DE ALERTAS CONFERINDO O FILE STATUS.
       8100-GRAVA-LINHA-ALERTA.
           WRITE ALR-REG
           MOVE 'ALERTAS' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-ALERTAS TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *GRADUA O RETURN-CODE: 0 = NENHUM ALERTA; 4 = HA ALERTAS A
      * REVISAR; 16 = ERRO FATAL, ARMADO NOS PONTOS DE ABORTO.
       9800-APURA-RETURN-CODE.
           IF WRK-QT-ALERTAS > ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.

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
           STRING 'LIDOS=' DELIMITED BY SIZE
                  WRK-QT-LIDOS DELIMITED BY SIZE
                  ' ALERTAS=' DELIMITED BY SIZE
                  WRK-QT-ALERTAS DELIMITED BY SIZE
                  ' FRAC=' DELIMITED BY SIZE
                  WRK-QT-ALR-FRACIONADA DELIMITED BY SIZE
                  ' IDAVOLTA=' DELIMITED BY SIZE
                  WRK-QT-ALR-IDA-VOLTA DELIMITED BY SIZE
                  ' NOVOS=' DELIMITED BY SIZE
                  WRK-QT-ALR-NOVOS DELIMITED BY SIZE
                  ' VALALTO=' DELIMITED BY SIZE
                  WRK-QT-ALR-VALOR-ALTO DELIMITED BY SIZE
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
