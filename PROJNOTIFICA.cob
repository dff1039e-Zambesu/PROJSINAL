       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJNOTIFICA.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: REUNIR AS EXCECOES DA GRADE NOTURNA DO SUFIXO EM UM
      *          ARQUIVO DE MENSAGENS PARA O GATEWAY DE E-MAIL/SMS
      *DATA:15/10/2026
      *
      *AS MAS NOTICIAS DA GRADE SO APARECIAM PARA QUEM ABRISSE O
      *RELATORIO CERTO DE MANHA. ESTE PASSO, O ULTIMO DA GRADE DO
      *SUFIXO, JUNTA AS EXCECOES DA RODADA E GRAVA
      *MENSAGENS.<SUFIXO>.TXT NO LAYOUT ACEITO PELO GATEWAY
      *CORPORATIVO DE E-MAIL/SMS: GRUPO DESTINATARIO, SEVERIDADE,
      *ASSUNTO E TEXTO CURTO (COM HEADER E TRAILER DE INTEGRIDADE).
      *O RETORNO DO RAZAO CHEGA SO NO DIA SEGUINTE AO LOTE, DEPOIS DA
      *GRADE QUE O GEROU: O LOTE RECUSADO E AVISADO POR UMA SEGUNDA
      *EXECUCAO DESTE PASSO, LOGO DEPOIS DO PROJRETORNO, NO JOB DELE
      *(TERCEIRO CARTAO = TIPO DO AVISO: BRANCO OU 'G' = EXCECOES DA
      *GRADE; 'A' = RETORNO DO LOTE DE AJUSTES DO SUFIXO, GRAVADO EM
      *MENSAJU.<SUFIXO>.TXT; 'B' = RETORNO DO LOTE DE BAIXAS, GRAVADO
      *EM MENSBXA.<SUFIXO>.TXT - ARQUIVOS PROPRIOS, PARA NAO SOBREPOR
      *AS MENSAGENS DA GRADE DO MESMO SUFIXO).
      *EVENTOS APURADOS (CODIGO DO EVENTO NO ROTEAMENTO):
      *- 'SINRC08'  PROJSINANAL TERMINOU COM RC 8 (CONTROLE DO
      *             SUFIXO);
      *- 'SINRC16'  PROJSINANAL TERMINOU COM RC 16, INICIOU E NAO
      *             TERMINOU, OU NAO RODOU NO SUFIXO NA DATA DA
      *             RODADA;
      *- 'VOLUME'   ANOMALIA DE VOLUME DA RODADA APONTADA PELO
      *             PROJAUDIT (AUDITREL.<DATA>.<DATA>.TXT DA CRITICA
      *             DIARIA);
      *- 'LOTEAJU'  LOTE DE AJUSTES RECUSADO INTEIRO PELO RAZAO
      *             (ACEITE.<SUFIXO>.TXT DO PROJRETORNO - SO NO AVISO
      *             'A');
      *- 'LOTEBXA'  LOTE DE BAIXAS RECUSADO INTEIRO PELO RAZAO
      *             (ACEBAIXA.<SUFIXO>.TXT DO PROJRETORNO - SO NO
      *             AVISO 'B');
      *- 'SALDO'    QUEBRAS DE SALDO DO PREFIXO (SALDODIV.<SUFIXO>.TXT
      *             DO PROJSALDO);
      *- 'AGING'    PENDENCIAS DO PREFIXO QUE PASSARAM DO LIMITE DE
      *             DIAS UTEIS DESDE A RODADA ANTERIOR (LINHAS
      *             MARCADAS ' NOVA' NO PENDAGING.<SUFIXO>.TXT DO
      *             PROJSINANAL);
      *- 'TRANSF'   PERNAS DE TRANSFERENCIA SEM CONTRAPARTIDA COM
      *             ORIGEM NO PREFIXO (TRANSFER.<SUFIXO>.TXT).
      *OS TRES ULTIMOS SAO DE PREFIXO: SAI UMA MENSAGEM POR PREFIXO,
      *COM A QUANTIDADE E O VALOR TOTAL. OS DEMAIS SAO DA RODADA
      *INTEIRA. ARQUIVO DE ORIGEM AUSENTE SO E AVISADO (O PASSO QUE O
      *GRAVA PODE NAO TER RODADO).
      *OS DESTINATARIOS E AS SEVERIDADES VEM DO ROTEAMENTO.TXT (NOME
      *FIXO, MANTIDO PELA OPERACAO): LINHA 'E' = REGRA DO EVENTO
      *(SEVERIDADE 1 = CRITICA A 4 = BAIXA, ALCANCE 'O' = GRUPO DA
      *PROPRIA LINHA OU 'P' = GERENTE DO PREFIXO, E O GRUPO - DE
      *PLANTAO NO ALCANCE 'O', RESERVA PARA PREFIXO SEM GERENTE NO
      *ALCANCE 'P'); LINHA 'G' = GRUPO DO GERENTE DE UM PREFIXO. A
      *REGRA 'PADRAO' E OBRIGATORIA E VALE PARA O EVENTO SEM REGRA
      *PROPRIA. LINHA INVALIDA E AVISADA E IGNORADA.
      *O PASSO NAO TEM PRE-REQUISITO NO CONTROLE DA RODADA - ELE
      *PRECISA RODAR JUSTAMENTE QUANDO A RODADA FALHOU - MAS REGISTRA
      *NELE O INICIO E O FIM, COMO OS DEMAIS.
      *RETURN-CODE: 0 = NENHUMA EXCECAO A AVISAR; 4 = HA MENSAGENS NO
      *ARQUIVO; 8 = HA MENSAGENS OU NAO, MAS O ROTEAMENTO TEM LINHA
      *INVALIDA (IGNORADA) A CORRIGIR; 16 = ERRO FATAL DE E/S,
      *ROTEAMENTO AUSENTE OU SEM A REGRA 'PADRAO', TIPO DE AVISO
      *INVALIDO OU TABELA ESGOTADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA AS REGRAS DE ROTEAMENTO DAS MENSAGENS (NOME FIXO).
         SELECT ROTEAMENTO ASSIGN TO 'ROTEAMENTO.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-ROTEAMENTO.

      *CARREGA O RELATORIO DA CRITICA DE VOLUME DO DIA (PROJAUDIT COM
      * A FAIXA DE UM DIA SO). NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT AUDITREL ASSIGN TO DYNAMIC WRK-NOME-AUDITREL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-AUDITREL.

      *CARREGA O RELATORIO DE ACEITE DO RAZAO (DE AJUSTES OU DE
      * BAIXAS, CONFORME O TIPO DO AVISO).
         SELECT ACEITE ASSIGN TO DYNAMIC WRK-NOME-ACEITE
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-ACEITE.

      *CARREGA O EXTRATO DE QUEBRAS DE SALDO DO SUFIXO.
         SELECT SALDODIV ASSIGN TO DYNAMIC WRK-NOME-SALDODIV
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-SALDODIV.

      *CARREGA O RELATORIO DE ENVELHECIMENTO DAS PENDENCIAS DO SUFIXO.
         SELECT PENDAGING ASSIGN TO DYNAMIC WRK-NOME-PENDAGING
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PENDAGING.

      *CARREGA O RELATORIO DA CONCILIACAO DE TRANSFERENCIAS DO
      * SUFIXO.
         SELECT TRANSFER ASSIGN TO DYNAMIC WRK-NOME-TRANSFER
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-TRANSFER.

      *CARREGA O ARQUIVO DE MENSAGENS PARA O GATEWAY DE E-MAIL/SMS.
         SELECT MENSAGENS ASSIGN TO DYNAMIC WRK-NOME-MENSAGENS
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-MENSAGENS.

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

      *REGRA DE ROTEAMENTO: 'E' = REGRA DE UM EVENTO (CODIGO,
      * SEVERIDADE, ALCANCE E GRUPO); 'G' = GRUPO DO GERENTE DE UM
      * PREFIXO.
       FD ROTEAMENTO.
         01 RTE-REG.
           05 RTE-TIPO                 PIC X(01).
               88 RTE-LINHA-EVENTO              VALUE 'E'.
               88 RTE-LINHA-GERENTE             VALUE 'G'.
           05 RTE-DADOS                PIC X(49).
           05 RTE-REGRA REDEFINES RTE-DADOS.
               10 RTE-EVENTO           PIC X(08).
               10 RTE-SEVERIDADE       PIC 9(01).
               10 RTE-ALCANCE          PIC X(01).
                   88 RTE-ALCANCE-VALIDO        VALUE 'O' 'P'.
               10 RTE-GRUPO            PIC X(30).
               10 FILLER               PIC X(09).
           05 RTE-GERENTE REDEFINES RTE-DADOS.
               10 RTE-PREFIXO          PIC 9(05).
               10 RTE-GRP-GERENTE      PIC X(30).
               10 FILLER               PIC X(14).

       FD AUDITREL.
         01 AUD-LINHA                  PIC X(160).

       FD ACEITE.
         01 ACE-LINHA                  PIC X(132).

      *MESMO LAYOUT DO SDV-REG GRAVADO PELO PROJSALDO.
       FD SALDODIV.
         01 SDV-REG.
           05 SDV-DATA                 PIC 9(08).
           05 SDV-PREFIXO              PIC 9(05).
           05 SDV-BALANCETE            PIC 9(09).
           05 SDV-SALDO-POSICAO        PIC 9(17).
           05 SDV-NAT-POSICAO          PIC X(01).
           05 SDV-SALDO-RAZAO          PIC 9(17).
           05 SDV-NAT-RAZAO            PIC X(01).
           05 SDV-DIFERENCA            PIC 9(17).
           05 SDV-LADO-DIFERENCA       PIC X(01).
           05 SDV-TIPO-QUEBRA          PIC X(01).

       FD PENDAGING.
         01 AGING-LINHA                PIC X(150).

       FD TRANSFER.
         01 TRANSF-LINHA               PIC X(132).

      *UMA LINHA POR MENSAGEM (ENTRE A LINHA 'HDR' E A 'TRL' DE
      * INTEGRIDADE). A LINHA E MONTADA EM WRK-MSG-AREA.
       FD MENSAGENS.
         01 MSG-REG                    PIC X(320).

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

       77 WRK-FS-ROTEAMENTO            PIC X(02) VALUE SPACES.
       77 WRK-FS-AUDITREL              PIC X(02) VALUE SPACES.
       77 WRK-FS-ACEITE                PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDODIV              PIC X(02) VALUE SPACES.
       77 WRK-FS-PENDAGING             PIC X(02) VALUE SPACES.
       77 WRK-FS-TRANSFER              PIC X(02) VALUE SPACES.
       77 WRK-FS-MENSAGENS             PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TEXTO               PIC X(08) VALUE SPACES.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.

      *TIPO DO AVISO (TERCEIRO CARTAO): EXCECOES DA GRADE OU RETORNO
      * DE UM LOTE DO SUFIXO, LOGO DEPOIS DO PROJRETORNO.
       77 WRK-TIPO-AVISO               PIC X(01) VALUE SPACE.
           88 AVISO-DA-GRADE                      VALUE ' ' 'G'.
           88 AVISO-RETORNO-AJUSTES               VALUE 'A'.
           88 AVISO-RETORNO-BAIXAS                VALUE 'B'.
       77 WRK-NOME-AUDITREL            PIC X(40) VALUE SPACES.
       77 WRK-NOME-ACEITE              PIC X(40) VALUE SPACES.
       77 WRK-NOME-SALDODIV            PIC X(40) VALUE SPACES.
       77 WRK-NOME-PENDAGING           PIC X(40) VALUE SPACES.
       77 WRK-NOME-TRANSFER            PIC X(40) VALUE SPACES.
       77 WRK-NOME-MENSAGENS           PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-ERR-FS                   PIC X(02) VALUE SPACES.

      *REGRAS DE EVENTO DO ROTEAMENTO (POUCAS - BUSCA SEQUENCIAL).
       01 WRK-RTE-TABELA.
           05 WRK-RTE-QTDE              PIC 9(02) VALUE ZEROS.
           05 WRK-RTE-ENT OCCURS 20 TIMES INDEXED BY WRK-RTE-IDX.
               10 WRK-RTE-EVENTO        PIC X(08).
               10 WRK-RTE-SEVERIDADE    PIC 9(01).
               10 WRK-RTE-ALCANCE       PIC X(01).
                   88 RTE-ALCANCE-PREFIXO          VALUE 'P'.
               10 WRK-RTE-GRUPO         PIC X(30).
       77 WRK-RTE-POS                  PIC 9(02) VALUE ZEROS.
       77 WRK-RTE-POS-PADRAO           PIC 9(02) VALUE ZEROS.

      *CODIGOS DE EVENTO RECONHECIDOS NA LINHA 'E' DO ROTEAMENTO
      * (CODIGO DIGITADO ERRADO NAO PODE VIRAR REGRA MORTA).
       01 WRK-EVENTO-VALIDO            PIC X(08) VALUE SPACES.
           88 EVENTO-CONHECIDO    VALUE 'SINRC08' 'SINRC16' 'VOLUME'
                                        'LOTEAJU' 'LOTEBXA' 'SALDO'
                                        'AGING' 'TRANSF' 'PADRAO'.

      *GRUPO DO GERENTE DE CADA PREFIXO, EM ORDEM ASCENDENTE DE
      * PREFIXO PARA A SEARCH ALL.
       01 WRK-GER-TABELA.
           05 WRK-GER-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-GER-ENT OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WRK-GER-QTDE
                   ASCENDING KEY IS WRK-GER-PREFIXO
                   INDEXED BY WRK-GER-IDX.
               10 WRK-GER-PREFIXO       PIC 9(05).
               10 WRK-GER-GRUPO         PIC X(30).
       77 WRK-GER-POS                  PIC 9(05) VALUE ZEROS.

      *EVENTOS DE PREFIXO ACUMULADOS (QUANTIDADE E VALOR POR
      * EVENTO+PREFIXO), EM ORDEM ASCENDENTE DE CHAVE PARA A SEARCH
      * ALL - AS MENSAGENS SAEM NESSA ORDEM.
       01 WRK-CHV-EVENTO-PREFIXO.
           05 WRK-CHV-EVP-EVENTO        PIC X(08).
           05 WRK-CHV-EVP-PREFIXO       PIC 9(05).
       01 WRK-EVP-TABELA.
           05 WRK-EVP-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-EVP-ENT OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WRK-EVP-QTDE
                   ASCENDING KEY IS WRK-EVP-CHAVE
                   INDEXED BY WRK-EVP-IDX.
               10 WRK-EVP-CHAVE.
                   15 WRK-EVP-EVENTO    PIC X(08).
                   15 WRK-EVP-PREFIXO   PIC 9(05).
               10 WRK-EVP-QT            PIC 9(07).
               10 WRK-EVP-VALOR         PIC 9(17).
       77 WRK-EVP-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-EVP-VALOR-NOVO           PIC 9(17) VALUE ZEROS.

      *CAMPOS DE TRABALHO DA INCLUSAO ORDENADA E DA BUSCA.
       77 WRK-INS-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-INS-J                    PIC 9(05) VALUE ZEROS.
       77 WRK-INS-PARAR                PIC X(01) VALUE 'N'.
           88 INS-POSICAO-ACHADA                  VALUE 'S'.
       77 WRK-ACHOU-ENT                PIC X(01) VALUE 'N'.
           88 ACHOU-ENTRADA                       VALUE 'S'.

      *SITUACAO DO PROJSINANAL NO CONTROLE DO SUFIXO, PELO ULTIMO
      * EVENTO DELE NA DATA DA RODADA (' ' = NUNCA RODOU, 'I' =
      * INICIOU E NAO TERMINOU, 'F' = TERMINOU COM O RC GUARDADO).
       77 WRK-SIN-SITUACAO             PIC X(01) VALUE SPACE.
           88 SIN-NUNCA-RODOU                     VALUE ' '.
           88 SIN-SEM-FIM                         VALUE 'I'.
           88 SIN-TERMINOU                        VALUE 'F'.
       77 WRK-SIN-RC                   PIC 9(02) VALUE ZEROS.

      *VISAO POR POSICOES FIXAS DA LINHA DE ANOMALIA DE VOLUME DO
      * AUDITREL, NO DESENHO EM QUE 4100-CRITICA-VOLUME-RODADA DO
      * PROJAUDIT A MONTA.
       01 WRK-LINHA-AUDITREL           PIC X(160).
       01 WRK-AUD-VOL REDEFINES WRK-LINHA-AUDITREL.
           05 WRK-AUD-ROTULO            PIC X(13).
               88 AUD-LINHA-VOLUME             VALUE '  *** VOLUME '.
           05 WRK-AUD-LADO              PIC X(09).
           05 FILLER                    PIC X(18).
           05 WRK-AUD-DATA              PIC 9(08).
           05 FILLER                    PIC X(08).
           05 WRK-AUD-SUFIXO            PIC X(08).
           05 FILLER                    PIC X(06).
           05 WRK-AUD-LIDO              PIC 9(07).
           05 FILLER                    PIC X(07).
           05 WRK-AUD-MEDIA             PIC 9(07).
           05 FILLER                    PIC X(69).

      *ROTULO DA LINHA DE FECHO DO ACEITE QUE DIZ QUE O LOTE FOI
      * RECUSADO INTEIRO (MESMO TESTE DO PROJHISTPART).
       01 WRK-LINHA-ACEITE             PIC X(132).
       01 WRK-ACE-FECHO REDEFINES WRK-LINHA-ACEITE.
           05 WRK-ACE-FECHO-ROTULO      PIC X(21).
               88 ACE-LINHA-LOTE-RECUSADO
                          VALUE 'LOTE RECUSADO INTEIRO'.
           05 FILLER                    PIC X(111).
       77 WRK-LOTE-EVENTO              PIC X(08) VALUE SPACES.
       77 WRK-LOTE-RECUSADO            PIC X(01) VALUE 'N'.
           88 LOTE-RECUSADO-INTEIRO               VALUE 'S'.

      *VISAO POR POSICOES FIXAS DA LINHA DO PENDAGING, NO DESENHO EM
      * QUE 7420-AVALIA-ENVELHECIMENTO DO PROJSINANAL A MONTA.
       01 WRK-LINHA-AGING              PIC X(150).
       01 WRK-AGI-DET REDEFINES WRK-LINHA-AGING.
           05 WRK-AGI-ROTULO            PIC X(12).
               88 AGI-LINHA-PENDENCIA          VALUE 'PENDENTE HA '.
           05 WRK-AGI-DIAS              PIC 9(05).
           05 FILLER                    PIC X(19).
           05 WRK-AGI-DATA-ORIGEM       PIC 9(08).
           05 FILLER                    PIC X(09).
           05 WRK-AGI-ORIGEM            PIC X(04).
           05 FILLER                    PIC X(05).
           05 WRK-AGI-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-AGI-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(06).
           05 WRK-AGI-LCTO              PIC 9(02).
           05 FILLER                    PIC X(07).
           05 WRK-AGI-VALOR             PIC 9(15).
           05 FILLER                    PIC X(06).
           05 WRK-AGI-PREFIXO           PIC 9(05).
           05 WRK-AGI-MARCA             PIC X(05).
               88 AGI-PENDENCIA-NOVA           VALUE ' NOVA'.
           05 FILLER                    PIC X(10).

      *VISAO POR POSICOES FIXAS DA LINHA DE PERNA SOLTA DO TRANSFER
      * (MESMO DESENHO RELIDO PELO PROJEXTRATO).
       01 WRK-LINHA-TRANSF             PIC X(132).
       01 WRK-TRL-DET REDEFINES WRK-LINHA-TRANSF.
           05 WRK-TRL-ROTULO            PIC X(23).
           05 WRK-TRL-ORIG              PIC 9(03).
           05 FILLER                    PIC X(06).
           05 WRK-TRL-DEST              PIC 9(05).
           05 FILLER                    PIC X(05).
           05 WRK-TRL-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-TRL-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(07).
           05 WRK-TRL-VALOR             PIC 9(15).
           05 FILLER                    PIC X(36).

      *LINHA DO ARQUIVO DE MENSAGENS NO LAYOUT DO GATEWAY: NUMERO DA
      * MENSAGEM NO SUFIXO, DATA E SUFIXO DA RODADA, GRUPO
      * DESTINATARIO, SEVERIDADE (1 = CRITICA, 2 = ALTA, 3 = MEDIA,
      * 4 = BAIXA), EVENTO DE ORIGEM, PREFIXO (ZEROS NOS EVENTOS DA
      * RODADA INTEIRA), VALOR ENVOLVIDO (ZEROS QUANDO NAO SE
      * APLICA), ASSUNTO E TEXTO CURTO.
       01 WRK-MSG-AREA.
           05 WRK-MSG-SEQ               PIC 9(05).
           05 WRK-MSG-DATA              PIC 9(08).
           05 WRK-MSG-SUFIXO            PIC X(08).
           05 WRK-MSG-GRUPO             PIC X(30).
           05 WRK-MSG-SEVERIDADE        PIC 9(01).
           05 WRK-MSG-EVENTO            PIC X(08).
           05 WRK-MSG-PREFIXO           PIC 9(05).
           05 WRK-MSG-VALOR             PIC 9(17).
           05 WRK-MSG-ASSUNTO           PIC X(60).
           05 WRK-MSG-TEXTO             PIC X(160).
           05 FILLER                    PIC X(18) VALUE SPACES.

      *AREA DE MONTAGEM DAS LINHAS DE HEADER ('HDR' - DATA, SUFIXO E
      * PROGRAMA GERADOR) E TRAILER ('TRL' - QUANTIDADE DE LINHAS DE
      * DADOS E HASH DE VALOR) DO ARQUIVO DE MENSAGENS, MESMO DESENHO
      * DO PROJSINANAL.
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

      *NUMEROS DO TEXTO DAS MENSAGENS, SEM OS ZEROS A ESQUERDA (O
      * TEXTO VAI PARA O CELULAR DO GERENTE).
       77 WRK-EDT-NUMERO               PIC Z(16)9.
       77 WRK-EDT-BRANCOS              PIC 9(02) VALUE ZEROS.
       77 WRK-EDT-QT                   PIC X(17) VALUE SPACES.
       77 WRK-EDT-VALOR                PIC X(17) VALUE SPACES.
       77 WRK-EDT-AUX                  PIC 9(17) VALUE ZEROS.

      *CONTADORES DO PASSO.
       77 WRK-QT-ROTEAMENTO-LIDAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ROTEAMENTO-INVAL      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MENSAGENS             PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MSG-RODADA            PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MSG-PREFIXO           PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-GERENTE           PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-MENSAGENS           PIC 9(17) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJNOTIFICA'.
       77 WRK-CTL-DATA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-HORA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-EVENTO               PIC X(06) VALUE SPACES.
       77 WRK-CTL-RC                   PIC 9(02) VALUE ZEROS.
       77 WRK-CTL-TEXTO                PIC X(101) VALUE SPACES.
       77 WRK-CTL-INICIO               PIC X(01) VALUE 'N'.
           88 CTL-INICIO-REGISTRADO               VALUE 'S'.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA DA RODADA...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO DA RODADA...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'INSIRA O TIPO DO AVISO (G/BRANCO = GRADE, A = '
                   'RETORNO DE AJUSTES, B = RETORNO DE BAIXAS)...'
           ACCEPT WRK-TIPO-AVISO FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           IF AVISO-DA-GRADE
              PERFORM 0560-LE-CONTROLE
           END-IF.
           PERFORM 0580-REGISTRA-INICIO.
           PERFORM 0600-CARREGA-ROTEAMENTO.
           OPEN OUTPUT MENSAGENS.
           MOVE 'MENSAGENS' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-MENSAGENS TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 2600-GRAVA-HEADER-MENSAGENS.
           IF AVISO-DA-GRADE
              PERFORM 2000-AVISA-GRADE
           ELSE
              PERFORM 1400-LE-ACEITE
           END-IF.
           PERFORM 2650-GRAVA-TRAILER-MENSAGENS.
           CLOSE MENSAGENS.
           MOVE 'MENSAGENS' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-MENSAGENS TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 9800-APURA-RETURN-CODE.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY 'MENSAGENS GRAVADAS : ' WRK-QT-MENSAGENS
                   ' (RODADA=' WRK-QT-MSG-RODADA
                   ' PREFIXOS=' WRK-QT-MSG-PREFIXO ')'.
           DISPLAY 'PREFIXOS SEM GERENTE NO ROTEAMENTO: '
                   WRK-QT-SEM-GERENTE.
           DISPLAY 'LINHAS INVALIDAS NO ROTEAMENTO: '
                   WRK-QT-ROTEAMENTO-INVAL.
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
           END-IF
           IF NOT AVISO-DA-GRADE
              AND NOT AVISO-RETORNO-AJUSTES
              AND NOT AVISO-RETORNO-BAIXAS
              DISPLAY 'TIPO DE AVISO INVALIDO: ' WRK-TIPO-AVISO
                      ' (G/BRANCO, A OU B)'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *MONTA OS NOMES DOS ARQUIVOS A PARTIR DO SUFIXO INFORMADO. O
      * AUDITREL E O DA CRITICA DIARIA (FAIXA DE UM DIA SO, A DATA DA
      * RODADA). NO AVISO DE RETORNO DE LOTE, O ACEITE LIDO E O
      * EVENTO VEM DO TIPO DO LOTE E AS MENSAGENS VAO PARA ARQUIVO
      * PROPRIO.
       0500-MONTA-NOMES-ARQUIVOS.
           MOVE WRK-DATA TO WRK-DATA-TEXTO
           STRING 'AUDITREL.' DELIMITED BY SIZE
                  WRK-DATA-TEXTO DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WRK-DATA-TEXTO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-AUDITREL
           STRING 'SALDODIV.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-SALDODIV
           STRING 'PENDAGING.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-PENDAGING
           STRING 'TRANSFER.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-TRANSFER
           EVALUATE TRUE
             WHEN AVISO-RETORNO-AJUSTES
               MOVE 'LOTEAJU' TO WRK-LOTE-EVENTO
               STRING 'ACEITE.' DELIMITED BY SIZE
                      WRK-SUFIXO DELIMITED BY SPACE
                      '.TXT' DELIMITED BY SIZE
                   INTO WRK-NOME-ACEITE
               STRING 'MENSAJU.' DELIMITED BY SIZE
                      WRK-SUFIXO DELIMITED BY SPACE
                      '.TXT' DELIMITED BY SIZE
                   INTO WRK-NOME-MENSAGENS
             WHEN AVISO-RETORNO-BAIXAS
               MOVE 'LOTEBXA' TO WRK-LOTE-EVENTO
               STRING 'ACEBAIXA.' DELIMITED BY SIZE
                      WRK-SUFIXO DELIMITED BY SPACE
                      '.TXT' DELIMITED BY SIZE
                   INTO WRK-NOME-ACEITE
               STRING 'MENSBXA.' DELIMITED BY SIZE
                      WRK-SUFIXO DELIMITED BY SPACE
                      '.TXT' DELIMITED BY SIZE
                   INTO WRK-NOME-MENSAGENS
             WHEN OTHER
               STRING 'MENSAGENS.' DELIMITED BY SIZE
                      WRK-SUFIXO DELIMITED BY SPACE
                      '.TXT' DELIMITED BY SIZE
                   INTO WRK-NOME-MENSAGENS
           END-EVALUATE
           STRING 'CONTROLE.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONTROLE.

      *LE O REGISTRO DE CONTROLE DO SUFIXO E APURA A SITUACAO DO
      * PROJSINANAL PELO ULTIMO EVENTO DELE NO ARQUIVO. CONTROLE
      * AUSENTE NAO E ERRO: NENHUM PASSO RODOU AINDA NO SUFIXO (O
      * PROPRIO AVISO O CRIA AO REGISTRAR O INICIO).
       0560-LE-CONTROLE.
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

      *GUARDA O EVENTO DA LINHA DE CONTROLE SE ELA FOR DO
      * PROJSINANAL NA DATA DA RODADA. LINHAS DE LIBERACAO OU RECUSA
      * NAO MUDAM A SITUACAO. RC ILEGIVEL VALE 99. O CONTROLE E
      * ACUMULADO EM EXTEND E O SUFIXO MMDD SE REPETE A CADA ANO:
      * LINHA DE OUTRA DATA E DA RODADA DE OUTRO ANO E NAO PODE
      * ESCONDER UM PROJSINANAL QUE NAO RODOU HOJE (MESMO FILTRO DO
      * 0655 DO PROJBAIXA).
       0565-TRATA-LINHA-CONTROLE.
           IF CTL-PROGRAMA = 'PROJSINANAL'
              AND CTL-DATA = WRK-DATA
              IF CTL-EVENTO-INICIO
                 MOVE 'I' TO WRK-SIN-SITUACAO
              END-IF
              IF CTL-EVENTO-FIM
                 MOVE 'F' TO WRK-SIN-SITUACAO
                 IF CTL-RC IS NUMERIC
                    MOVE CTL-RC TO WRK-SIN-RC
                 ELSE
                    MOVE 99 TO WRK-SIN-RC
                 END-IF
              END-IF
           END-IF.

      *REGISTRA O INICIO DO PASSO NO CONTROLE DO SUFIXO. DAQUI EM
      * DIANTE UM ABORTO (9950) FICA REGISTRADO COMO 'FIM' COM 16.
       0580-REGISTRA-INICIO.
           MOVE 'INICIO' TO WRK-CTL-EVENTO
           MOVE ZEROS TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE
           MOVE 'S' TO WRK-CTL-INICIO.

      *CARREGA AS REGRAS DE EVENTO E OS GERENTES DOS PREFIXOS.
      * ROTEAMENTO AUSENTE OU SEM A REGRA 'PADRAO' DERRUBA O PASSO:
      * SEM ELE NAO HA A QUEM MANDAR NADA.
       0600-CARREGA-ROTEAMENTO.
           OPEN INPUT ROTEAMENTO
           IF WRK-FS-ROTEAMENTO NOT = '00'
              DISPLAY 'ROTEAMENTO.TXT AUSENTE OU ILEGIVEL (FILE '
                      'STATUS=' WRK-FS-ROTEAMENTO ') - SEM DESTINO '
                      'PARA AS MENSAGENS'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ ROTEAMENTO
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   ADD 1 TO WRK-QT-ROTEAMENTO-LIDAS
                   PERFORM 0650-TRATA-LINHA-ROTEAMENTO
               END-READ
               IF WRK-FS-ROTEAMENTO NOT = '00'
                  AND WRK-FS-ROTEAMENTO NOT = '10'
                  MOVE 'ROTEAMENTO' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-ROTEAMENTO TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE ROTEAMENTO
           MOVE ZEROS TO WRK-RTE-POS-PADRAO
           PERFORM VARYING WRK-RTE-POS FROM 1 BY 1
                   UNTIL WRK-RTE-POS > WRK-RTE-QTDE
               IF WRK-RTE-EVENTO (WRK-RTE-POS) = 'PADRAO'
                  MOVE WRK-RTE-POS TO WRK-RTE-POS-PADRAO
               END-IF
           END-PERFORM
           IF WRK-RTE-POS-PADRAO = ZEROS
              DISPLAY 'ROTEAMENTO.TXT SEM A REGRA PADRAO (LINHA '
                      '''E'' DO EVENTO PADRAO)'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           DISPLAY 'ROTEAMENTO: ' WRK-RTE-QTDE ' REGRAS DE EVENTO, '
                   WRK-GER-QTDE ' GERENTES DE PREFIXO'.

      *CRITICA E GUARDA UMA LINHA DO ROTEAMENTO. LINHA INVALIDA E
      * AVISADA E IGNORADA (O PASSO TERMINA COM RC 8 PARA ALGUEM
      * CORRIGIR). REGRA OU GERENTE REPETIDO: VALE A ULTIMA LINHA.
       0650-TRATA-LINHA-ROTEAMENTO.
           EVALUATE TRUE
             WHEN RTE-LINHA-EVENTO
               MOVE RTE-EVENTO TO WRK-EVENTO-VALIDO
               IF EVENTO-CONHECIDO
                  AND RTE-SEVERIDADE IS NUMERIC
                  AND RTE-SEVERIDADE >= 1 AND RTE-SEVERIDADE <= 4
                  AND RTE-ALCANCE-VALIDO
                  AND RTE-GRUPO NOT = SPACES
                  PERFORM 0660-GUARDA-REGRA
               ELSE
                  PERFORM 0690-AVISA-LINHA-INVALIDA
               END-IF
             WHEN RTE-LINHA-GERENTE
               IF RTE-PREFIXO IS NUMERIC
                  AND RTE-GRP-GERENTE NOT = SPACES
                  PERFORM 0670-GUARDA-GERENTE
               ELSE
                  PERFORM 0690-AVISA-LINHA-INVALIDA
               END-IF
             WHEN OTHER
               PERFORM 0690-AVISA-LINHA-INVALIDA
           END-EVALUATE.

      *GUARDA A REGRA DO EVENTO (SUBSTITUI A ANTERIOR DO MESMO
      * EVENTO, SE HOUVER).
       0660-GUARDA-REGRA.
           MOVE 'N' TO WRK-ACHOU-ENT
           PERFORM VARYING WRK-RTE-POS FROM 1 BY 1
                   UNTIL WRK-RTE-POS > WRK-RTE-QTDE
                      OR ACHOU-ENTRADA
               IF WRK-RTE-EVENTO (WRK-RTE-POS) = RTE-EVENTO
                  MOVE 'S' TO WRK-ACHOU-ENT
               END-IF
           END-PERFORM
           IF ACHOU-ENTRADA
              SUBTRACT 1 FROM WRK-RTE-POS
              DISPLAY 'ROTEAMENTO: REGRA REPETIDA DO EVENTO '
                      RTE-EVENTO ' - VALE A ULTIMA'
           ELSE
              IF WRK-RTE-QTDE >= 20
                 DISPLAY 'TABELA DE REGRAS DO ROTEAMENTO ESGOTADA - '
                         'AUMENTAR OCCURS DE WRK-RTE-ENT'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-RTE-QTDE
              MOVE WRK-RTE-QTDE TO WRK-RTE-POS
           END-IF
           MOVE RTE-EVENTO TO WRK-RTE-EVENTO (WRK-RTE-POS)
           MOVE RTE-SEVERIDADE TO WRK-RTE-SEVERIDADE (WRK-RTE-POS)
           MOVE RTE-ALCANCE TO WRK-RTE-ALCANCE (WRK-RTE-POS)
           MOVE RTE-GRUPO TO WRK-RTE-GRUPO (WRK-RTE-POS).

      *GUARDA O GERENTE DO PREFIXO NA POSICAO QUE MANTEM A TABELA
      * ORDENADA (SUBSTITUI O ANTERIOR DO MESMO PREFIXO, SE HOUVER).
       0670-GUARDA-GERENTE.
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-GER-QTDE > 0
              SEARCH ALL WRK-GER-ENT
                AT END
                  CONTINUE
                WHEN WRK-GER-PREFIXO (WRK-GER-IDX) = RTE-PREFIXO
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-GER-POS TO WRK-GER-IDX
              END-SEARCH
           END-IF
           IF ACHOU-ENTRADA
              DISPLAY 'ROTEAMENTO: GERENTE REPETIDO DO PREFIXO '
                      RTE-PREFIXO ' - VALE A ULTIMA LINHA'
              MOVE RTE-GRP-GERENTE TO WRK-GER-GRUPO (WRK-GER-POS)
           ELSE
              IF WRK-GER-QTDE >= 5000
                 DISPLAY 'TABELA DE GERENTES DO ROTEAMENTO ESGOTADA - '
                         'AUMENTAR OCCURS DE WRK-GER-ENT'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-GER-QTDE
              MOVE WRK-GER-QTDE TO WRK-INS-POS
              MOVE 'N' TO WRK-INS-PARAR
              PERFORM UNTIL WRK-INS-POS = 1 OR INS-POSICAO-ACHADA
                  COMPUTE WRK-INS-J = WRK-INS-POS - 1
                  IF WRK-GER-PREFIXO (WRK-INS-J) < RTE-PREFIXO
                     MOVE 'S' TO WRK-INS-PARAR
                  ELSE
                     MOVE WRK-GER-ENT (WRK-INS-J)
                        TO WRK-GER-ENT (WRK-INS-POS)
                     MOVE WRK-INS-J TO WRK-INS-POS
                  END-IF
              END-PERFORM
              MOVE RTE-PREFIXO TO WRK-GER-PREFIXO (WRK-INS-POS)
              MOVE RTE-GRP-GERENTE TO WRK-GER-GRUPO (WRK-INS-POS)
           END-IF.

      *AVISA A LINHA INVALIDA DO ROTEAMENTO.
       0690-AVISA-LINHA-INVALIDA.
           ADD 1 TO WRK-QT-ROTEAMENTO-INVAL
           DISPLAY 'ROTEAMENTO.TXT COM LINHA INVALIDA IGNORADA (LINHA '
                   WRK-QT-ROTEAMENTO-LIDAS '): ' RTE-REG.

      *EXCECOES DA GRADE NOTURNA DO SUFIXO: SITUACAO DA RODADA,
      * CRITICA DE VOLUME E OS EVENTOS POR PREFIXO.
       2000-AVISA-GRADE.
           PERFORM 1000-AVISA-RODADA
           PERFORM 1200-LE-AUDITREL
           PERFORM 3000-LE-SALDODIV
           PERFORM 3200-LE-PENDAGING
           PERFORM 3400-LE-TRANSFER
           PERFORM 4000-AVISA-PREFIXOS.

      *AVISO DA RODADA DO PROJSINANAL: RC 8 (REJEITADOS ACIMA DO
      * LIMITE) OU RC 16 / RODADA QUE NAO TERMINOU OU NAO RODOU.
       1000-AVISA-RODADA.
           INITIALIZE WRK-MSG-AREA
           EVALUATE TRUE
             WHEN SIN-TERMINOU AND WRK-SIN-RC = 8
               MOVE 'SINRC08' TO WRK-MSG-EVENTO
               STRING 'PROJSINANAL RC 08 - SUFIXO ' WRK-SUFIXO
                   DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
               STRING 'RODADA DE ' WRK-DATA ' TERMINOU COM '
                      'REJEITADOS ACIMA DO LIMITE NA CRITICA. VER '
                      'REJEITADOS E RESUMO DO SUFIXO ANTES DOS '
                      'PASSOS SEGUINTES.'
                   DELIMITED BY SIZE INTO WRK-MSG-TEXTO
               PERFORM 7000-GRAVA-MENSAGEM-RODADA
             WHEN SIN-TERMINOU AND WRK-SIN-RC >= 16
               MOVE 'SINRC16' TO WRK-MSG-EVENTO
               STRING 'PROJSINANAL RC ' WRK-SIN-RC ' - SUFIXO '
                      WRK-SUFIXO
                   DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
               STRING 'RODADA DE ' WRK-DATA ' TERMINOU COM RC '
                      WRK-SIN-RC ' (TERMINO ANORMAL). OS PASSOS '
                      'SEGUINTES DO SUFIXO NAO RODAM ATE A RODADA '
                      'SER REFEITA.'
                   DELIMITED BY SIZE INTO WRK-MSG-TEXTO
               PERFORM 7000-GRAVA-MENSAGEM-RODADA
             WHEN SIN-SEM-FIM
               MOVE 'SINRC16' TO WRK-MSG-EVENTO
               STRING 'PROJSINANAL NAO TERMINOU - SUFIXO ' WRK-SUFIXO
                   DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
               STRING 'RODADA DE ' WRK-DATA ' INICIOU E NAO '
                      'REGISTROU O FIM NO CONTROLE (ABORTO SEM '
                      'REGISTRO OU AINDA EM EXECUCAO). VER O LOG DO '
                      'JOB.'
                   DELIMITED BY SIZE INTO WRK-MSG-TEXTO
               PERFORM 7000-GRAVA-MENSAGEM-RODADA
             WHEN SIN-NUNCA-RODOU
               MOVE 'SINRC16' TO WRK-MSG-EVENTO
               STRING 'PROJSINANAL NAO RODOU - SUFIXO ' WRK-SUFIXO
                   DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
               STRING 'NENHUMA RODADA DO PROJSINANAL REGISTRADA NO '
                      'CONTROLE DO SUFIXO PARA ' WRK-DATA '. VER A '
                      'GRADE NOTURNA.'
                   DELIMITED BY SIZE INTO WRK-MSG-TEXTO
               PERFORM 7000-GRAVA-MENSAGEM-RODADA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *LE A CRITICA DE VOLUME DO DIA E AVISA CADA ANOMALIA DA RODADA
      * DO SUFIXO. SEM O RELATORIO (CRITICA DIARIA NAO RODOU) SO
      * AVISA NO LOG DO PASSO.
       1200-LE-AUDITREL.
           OPEN INPUT AUDITREL
           IF WRK-FS-AUDITREL = '35'
              DISPLAY 'CRITICA DE VOLUME DO DIA AUSENTE ('
                      WRK-NOME-AUDITREL ') - SEM AVISO DE VOLUME'
           ELSE
              MOVE 'AUDITREL' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-AUDITREL TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ AUDITREL INTO WRK-LINHA-AUDITREL
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      IF AUD-LINHA-VOLUME
                         AND WRK-AUD-SUFIXO = WRK-SUFIXO
                         AND WRK-AUD-DATA IS NUMERIC
                         AND WRK-AUD-DATA = WRK-DATA
                         PERFORM 1250-AVISA-VOLUME
                      END-IF
                  END-READ
                  IF WRK-FS-AUDITREL NOT = '00'
                     AND WRK-FS-AUDITREL NOT = '10'
                     MOVE 'AUDITREL' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-AUDITREL TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE AUDITREL
           END-IF.

      *MONTA O AVISO DE UMA ANOMALIA DE VOLUME (SINTETICO OU
      * ANALITICO), COM O VOLUME LIDO E A MEDIA DE COMPARACAO.
       1250-AVISA-VOLUME.
           INITIALIZE WRK-MSG-AREA
           MOVE 'VOLUME' TO WRK-MSG-EVENTO
           MOVE ZEROS TO WRK-EDT-AUX
           IF WRK-AUD-LIDO IS NUMERIC
              MOVE WRK-AUD-LIDO TO WRK-EDT-AUX
           END-IF
           PERFORM 7900-EDITA-NUMERO
           MOVE WRK-EDT-QT TO WRK-EDT-VALOR
           MOVE ZEROS TO WRK-EDT-AUX
           IF WRK-AUD-MEDIA IS NUMERIC
              MOVE WRK-AUD-MEDIA TO WRK-EDT-AUX
           END-IF
           PERFORM 7900-EDITA-NUMERO
           STRING 'ANOMALIA DE VOLUME ' DELIMITED BY SIZE
                  WRK-AUD-LADO DELIMITED BY SPACE
                  ' - SUFIXO ' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SIZE
               INTO WRK-MSG-ASSUNTO
           STRING 'RODADA DE ' DELIMITED BY SIZE
                  WRK-DATA DELIMITED BY SIZE
                  ' LEU ' DELIMITED BY SIZE
                  WRK-EDT-VALOR DELIMITED BY SPACE
                  ' REGISTROS DO ' DELIMITED BY SIZE
                  WRK-AUD-LADO DELIMITED BY SPACE
                  ' CONTRA A MEDIA DE ' DELIMITED BY SIZE
                  WRK-EDT-QT DELIMITED BY SPACE
                  ' DO MESMO DIA DA SEMANA. CONFERIR A EXTRACAO NO '
                      DELIMITED BY SIZE
                  'FORNECEDOR.' DELIMITED BY SIZE
               INTO WRK-MSG-TEXTO
           PERFORM 7000-GRAVA-MENSAGEM-RODADA.

      *LE O RELATORIO DE ACEITE CUJO NOME ESTA EM WRK-NOME-ACEITE E
      * AVISA SE O LOTE FOI RECUSADO INTEIRO (EVENTO EM
      * WRK-LOTE-EVENTO). SEM O RELATORIO O RAZAO AINDA NAO DEVOLVEU
      * O LOTE (OU NAO HOUVE LOTE) E NAO HA O QUE AVISAR.
       1400-LE-ACEITE.
           MOVE 'N' TO WRK-LOTE-RECUSADO
           OPEN INPUT ACEITE
           IF WRK-FS-ACEITE = '35'
              DISPLAY 'SEM RETORNO DO RAZAO PARA O SUFIXO ('
                      WRK-NOME-ACEITE ')'
           ELSE
              MOVE 'ACEITE' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-ACEITE TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ ACEITE INTO WRK-LINHA-ACEITE
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      IF ACE-LINHA-LOTE-RECUSADO
                         MOVE 'S' TO WRK-LOTE-RECUSADO
                      END-IF
                  END-READ
                  IF WRK-FS-ACEITE NOT = '00'
                     AND WRK-FS-ACEITE NOT = '10'
                     MOVE 'ACEITE' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-ACEITE TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE ACEITE
           END-IF
           IF LOTE-RECUSADO-INTEIRO
              INITIALIZE WRK-MSG-AREA
              MOVE WRK-LOTE-EVENTO TO WRK-MSG-EVENTO
              IF WRK-LOTE-EVENTO = 'LOTEBXA'
                 STRING 'LOTE DE BAIXAS RECUSADO INTEIRO - SUFIXO '
                        WRK-SUFIXO
                     DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
                 STRING 'O RAZAO RECUSOU O LOTE INTEIRO DE BAIXAS '
                        'POR PROVISAO; TODAS AS BAIXAS FORAM '
                        'REABERTAS COMO PENDENCIA. VER '
                        WRK-NOME-ACEITE
                     DELIMITED BY SIZE INTO WRK-MSG-TEXTO
              ELSE
                 STRING 'LOTE DE AJUSTES RECUSADO INTEIRO - SUFIXO '
                        WRK-SUFIXO
                     DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
                 STRING 'O RAZAO RECUSOU O LOTE INTEIRO DE AJUSTES; '
                        'TODOS OS AJUSTES FORAM REABERTOS COMO '
                        'PENDENCIA. VER ' WRK-NOME-ACEITE
                     DELIMITED BY SIZE INTO WRK-MSG-TEXTO
              END-IF
              PERFORM 7000-GRAVA-MENSAGEM-RODADA
           END-IF.

      *LE AS QUEBRAS DE SALDO DO SUFIXO E ACUMULA QUANTIDADE E
      * DIFERENCA POR PREFIXO.
       3000-LE-SALDODIV.
           OPEN INPUT SALDODIV
           IF WRK-FS-SALDODIV = '35'
              DISPLAY 'SALDODIV AUSENTE PARA O SUFIXO ('
                      WRK-NOME-SALDODIV ') - SEM AVISO DE SALDO'
           ELSE
              MOVE 'SALDODIV' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-SALDODIV TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ SALDODIV
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      IF SDV-PREFIXO IS NUMERIC
                         MOVE 'SALDO' TO WRK-CHV-EVP-EVENTO
                         MOVE SDV-PREFIXO TO WRK-CHV-EVP-PREFIXO
                         MOVE ZEROS TO WRK-EVP-VALOR-NOVO
                         IF SDV-DIFERENCA IS NUMERIC
                            MOVE SDV-DIFERENCA TO WRK-EVP-VALOR-NOVO
                         END-IF
                         PERFORM 5000-ACUMULA-EVENTO-PREFIXO
                      END-IF
                  END-READ
                  IF WRK-FS-SALDODIV NOT = '00'
                     AND WRK-FS-SALDODIV NOT = '10'
                     MOVE 'SALDODIV' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-SALDODIV TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE SALDODIV
           END-IF.

      *LE O RELATORIO DE ENVELHECIMENTO E ACUMULA POR PREFIXO AS
      * PENDENCIAS QUE PASSARAM DO LIMITE DESDE A RODADA ANTERIOR
      * (MARCA ' NOVA'). AS JA AVISADAS EM RODADAS ANTERIORES NAO
      * VOLTAM A SER AVISADAS.
       3200-LE-PENDAGING.
           OPEN INPUT PENDAGING
           IF WRK-FS-PENDAGING = '35'
              DISPLAY 'PENDAGING AUSENTE PARA O SUFIXO ('
                      WRK-NOME-PENDAGING ') - SEM AVISO DE PENDENCIAS'
           ELSE
              MOVE 'PENDAGING' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDAGING TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ PENDAGING INTO WRK-LINHA-AGING
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      IF AGI-LINHA-PENDENCIA
                         AND AGI-PENDENCIA-NOVA
                         AND WRK-AGI-PREFIXO IS NUMERIC
                         MOVE 'AGING' TO WRK-CHV-EVP-EVENTO
                         MOVE WRK-AGI-PREFIXO TO WRK-CHV-EVP-PREFIXO
                         MOVE ZEROS TO WRK-EVP-VALOR-NOVO
                         IF WRK-AGI-VALOR IS NUMERIC
                            MOVE WRK-AGI-VALOR TO WRK-EVP-VALOR-NOVO
                         END-IF
                         PERFORM 5000-ACUMULA-EVENTO-PREFIXO
                      END-IF
                  END-READ
                  IF WRK-FS-PENDAGING NOT = '00'
                     AND WRK-FS-PENDAGING NOT = '10'
                     MOVE 'PENDAGING' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-PENDAGING TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE PENDAGING
           END-IF.

      *LE O RELATORIO TRANSFER E ACUMULA AS PERNAS SEM CONTRAPARTIDA
      * NO PREFIXO DE ORIGEM (O PREFIXO DO LADO ANALITICO TEM 3
      * DIGITOS E E NORMALIZADO PARA 5, COMO NO PROJEXTRATO).
       3400-LE-TRANSFER.
           OPEN INPUT TRANSFER
           IF WRK-FS-TRANSFER = '35'
              DISPLAY 'TRANSFER AUSENTE PARA O SUFIXO ('
                      WRK-NOME-TRANSFER ') - SEM AVISO DE '
                      'TRANSFERENCIAS'
           ELSE
              MOVE 'TRANSFER' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-TRANSFER TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ TRANSFER INTO WRK-LINHA-TRANSF
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      IF WRK-TRL-ROTULO = 'SEM CONTRAPARTIDA ORIG='
                         AND WRK-TRL-ORIG IS NUMERIC
                         MOVE 'TRANSF' TO WRK-CHV-EVP-EVENTO
                         MOVE WRK-TRL-ORIG TO WRK-CHV-EVP-PREFIXO
                         MOVE ZEROS TO WRK-EVP-VALOR-NOVO
                         IF WRK-TRL-VALOR IS NUMERIC
                            MOVE WRK-TRL-VALOR TO WRK-EVP-VALOR-NOVO
                         END-IF
                         PERFORM 5000-ACUMULA-EVENTO-PREFIXO
                      END-IF
                  END-READ
                  IF WRK-FS-TRANSFER NOT = '00'
                     AND WRK-FS-TRANSFER NOT = '10'
                     MOVE 'TRANSFER' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-TRANSFER TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE TRANSFER
           END-IF.

      *UMA MENSAGEM POR EVENTO+PREFIXO ACUMULADO, COM A QUANTIDADE E
      * O VALOR TOTAL DO PREFIXO.
       4000-AVISA-PREFIXOS.
           PERFORM VARYING WRK-EVP-POS FROM 1 BY 1
                   UNTIL WRK-EVP-POS > WRK-EVP-QTDE
               INITIALIZE WRK-MSG-AREA
               MOVE WRK-EVP-EVENTO (WRK-EVP-POS) TO WRK-MSG-EVENTO
               MOVE WRK-EVP-PREFIXO (WRK-EVP-POS) TO WRK-MSG-PREFIXO
               MOVE WRK-EVP-VALOR (WRK-EVP-POS) TO WRK-MSG-VALOR
               MOVE WRK-EVP-VALOR (WRK-EVP-POS) TO WRK-EDT-AUX
               PERFORM 7900-EDITA-NUMERO
               MOVE WRK-EDT-QT TO WRK-EDT-VALOR
               MOVE WRK-EVP-QT (WRK-EVP-POS) TO WRK-EDT-AUX
               PERFORM 7900-EDITA-NUMERO
               EVALUATE WRK-EVP-EVENTO (WRK-EVP-POS)
                 WHEN 'SALDO'
                   STRING 'QUEBRA DE SALDO - PREFIXO '
                          WRK-MSG-PREFIXO
                       DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
                   STRING 'RODADA ' DELIMITED BY SIZE
                          WRK-DATA DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WRK-EDT-QT DELIMITED BY SPACE
                          ' BALANCETE(S) COM SALDO DIFERENTE DO RAZAO,'
                              DELIMITED BY SIZE
                          ' DIFERENCA TOTAL ' DELIMITED BY SIZE
                          WRK-EDT-VALOR DELIMITED BY SPACE
                          '. VER SALDOREL DO SUFIXO ' DELIMITED BY SIZE
                          WRK-SUFIXO DELIMITED BY SPACE
                          '.' DELIMITED BY SIZE
                       INTO WRK-MSG-TEXTO
                 WHEN 'AGING'
                   STRING 'PENDENCIAS ENVELHECIDAS - PREFIXO '
                          WRK-MSG-PREFIXO
                       DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
                   STRING 'RODADA ' DELIMITED BY SIZE
                          WRK-DATA DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WRK-EDT-QT DELIMITED BY SPACE
                          ' PENDENCIA(S) PASSARAM DO LIMITE DE '
                              DELIMITED BY SIZE
                          'DIAS UTEIS EM ABERTO, VALOR TOTAL '
                              DELIMITED BY SIZE
                          WRK-EDT-VALOR DELIMITED BY SPACE
                          '. VER PENDAGING DO SUFIXO ' DELIMITED BY SIZE
                          WRK-SUFIXO DELIMITED BY SPACE
                          '.' DELIMITED BY SIZE
                       INTO WRK-MSG-TEXTO
                 WHEN OTHER
                   STRING 'TRANSFERENCIA SEM CONTRAPARTIDA - PREFIXO '
                          WRK-MSG-PREFIXO
                       DELIMITED BY SIZE INTO WRK-MSG-ASSUNTO
                   STRING 'RODADA ' DELIMITED BY SIZE
                          WRK-DATA DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WRK-EDT-QT DELIMITED BY SPACE
                          ' PERNA(S) DE TRANSFERENCIA SEM A '
                              DELIMITED BY SIZE
                          'CONTRAPARTIDA NO DESTINO, VALOR TOTAL '
                              DELIMITED BY SIZE
                          WRK-EDT-VALOR DELIMITED BY SPACE
                          '. VER TRANSFER DO SUFIXO ' DELIMITED BY SIZE
                          WRK-SUFIXO DELIMITED BY SPACE
                          '.' DELIMITED BY SIZE
                       INTO WRK-MSG-TEXTO
               END-EVALUATE
               PERFORM 7100-ROTEIA-MENSAGEM
               PERFORM 7500-GRAVA-MENSAGEM
               ADD 1 TO WRK-QT-MSG-PREFIXO
           END-PERFORM.

      *SOMA UMA OCORRENCIA (E O VALOR EM WRK-EVP-VALOR-NOVO) NO
      * EVENTO+PREFIXO DE WRK-CHV-EVENTO-PREFIXO (BUSCA BINARIA;
      * INCLUSAO ORDENADA NA PRIMEIRA OCORRENCIA).
       5000-ACUMULA-EVENTO-PREFIXO.
           MOVE 'N' TO WRK-ACHOU-ENT
           IF WRK-EVP-QTDE > 0
              SEARCH ALL WRK-EVP-ENT
                AT END
                  CONTINUE
                WHEN WRK-EVP-CHAVE (WRK-EVP-IDX) =
                        WRK-CHV-EVENTO-PREFIXO
                  MOVE 'S' TO WRK-ACHOU-ENT
                  SET WRK-EVP-POS TO WRK-EVP-IDX
              END-SEARCH
           END-IF
           IF NOT ACHOU-ENTRADA
              IF WRK-EVP-QTDE >= 20000
                 DISPLAY 'TABELA DE EVENTOS POR PREFIXO ESGOTADA - '
                         'AUMENTAR OCCURS DE WRK-EVP-ENT'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-EVP-QTDE
              MOVE WRK-EVP-QTDE TO WRK-INS-POS
              MOVE 'N' TO WRK-INS-PARAR
              PERFORM UNTIL WRK-INS-POS = 1 OR INS-POSICAO-ACHADA
                  COMPUTE WRK-INS-J = WRK-INS-POS - 1
                  IF WRK-EVP-CHAVE (WRK-INS-J) < WRK-CHV-EVENTO-PREFIXO
                     MOVE 'S' TO WRK-INS-PARAR
                  ELSE
                     MOVE WRK-EVP-ENT (WRK-INS-J)
                        TO WRK-EVP-ENT (WRK-INS-POS)
                     MOVE WRK-INS-J TO WRK-INS-POS
                  END-IF
              END-PERFORM
              MOVE WRK-CHV-EVENTO-PREFIXO
                 TO WRK-EVP-CHAVE (WRK-INS-POS)
              MOVE ZEROS TO WRK-EVP-QT (WRK-INS-POS)
              MOVE ZEROS TO WRK-EVP-VALOR (WRK-INS-POS)
              MOVE WRK-INS-POS TO WRK-EVP-POS
           END-IF
           ADD 1 TO WRK-EVP-QT (WRK-EVP-POS)
           ADD WRK-EVP-VALOR-NOVO TO WRK-EVP-VALOR (WRK-EVP-POS).

      *GRAVA UM AVISO DA RODADA INTEIRA (SEM PREFIXO).
       7000-GRAVA-MENSAGEM-RODADA.
           MOVE ZEROS TO WRK-MSG-PREFIXO
           PERFORM 7100-ROTEIA-MENSAGEM
           PERFORM 7500-GRAVA-MENSAGEM
           ADD 1 TO WRK-QT-MSG-RODADA.

      *APLICA A REGRA DO EVENTO DA MENSAGEM (OU A 'PADRAO'): A
      * SEVERIDADE E O GRUPO - NO ALCANCE 'P' COM PREFIXO INFORMADO,
      * O GERENTE DO PREFIXO; PREFIXO SEM GERENTE NO ROTEAMENTO FICA
      * COM O GRUPO DA REGRA.
       7100-ROTEIA-MENSAGEM.
           MOVE WRK-RTE-POS-PADRAO TO WRK-RTE-POS
           SET WRK-RTE-IDX TO 1
           SEARCH WRK-RTE-ENT
             AT END
               CONTINUE
             WHEN WRK-RTE-IDX > WRK-RTE-QTDE
               CONTINUE
             WHEN WRK-RTE-EVENTO (WRK-RTE-IDX) = WRK-MSG-EVENTO
               SET WRK-RTE-POS TO WRK-RTE-IDX
           END-SEARCH
           MOVE WRK-RTE-SEVERIDADE (WRK-RTE-POS) TO WRK-MSG-SEVERIDADE
           MOVE WRK-RTE-GRUPO (WRK-RTE-POS) TO WRK-MSG-GRUPO
           IF RTE-ALCANCE-PREFIXO (WRK-RTE-POS)
              AND WRK-MSG-PREFIXO > ZEROS
              MOVE 'N' TO WRK-ACHOU-ENT
              IF WRK-GER-QTDE > 0
                 SEARCH ALL WRK-GER-ENT
                   AT END
                     CONTINUE
                   WHEN WRK-GER-PREFIXO (WRK-GER-IDX) = WRK-MSG-PREFIXO
                     MOVE 'S' TO WRK-ACHOU-ENT
                     MOVE WRK-GER-GRUPO (WRK-GER-IDX) TO WRK-MSG-GRUPO
                 END-SEARCH
              END-IF
              IF NOT ACHOU-ENTRADA
                 ADD 1 TO WRK-QT-SEM-GERENTE
                 DISPLAY 'PREFIXO ' WRK-MSG-PREFIXO ' SEM GERENTE NO '
                         'ROTEAMENTO - AVISO ' WRK-MSG-EVENTO
                         ' VAI PARA ' WRK-MSG-GRUPO
              END-IF
           END-IF.

      *NUMERA E GRAVA A MENSAGEM MONTADA EM WRK-MSG-AREA.
       7500-GRAVA-MENSAGEM.
           ADD 1 TO WRK-QT-MENSAGENS
           ADD WRK-MSG-VALOR TO WRK-HASH-MENSAGENS
           MOVE WRK-QT-MENSAGENS TO WRK-MSG-SEQ
           MOVE WRK-DATA TO WRK-MSG-DATA
           MOVE WRK-SUFIXO TO WRK-MSG-SUFIXO
           MOVE WRK-MSG-AREA TO MSG-REG
           PERFORM 8100-GRAVA-LINHA-MENSAGEM.

      *EDITA WRK-EDT-AUX SEM OS ZEROS A ESQUERDA EM WRK-EDT-QT
      * (ALINHADO A ESQUERDA, BRANCOS A DIREITA).
       7900-EDITA-NUMERO.
           MOVE WRK-EDT-AUX TO WRK-EDT-NUMERO
           MOVE ZEROS TO WRK-EDT-BRANCOS
           INSPECT WRK-EDT-NUMERO TALLYING WRK-EDT-BRANCOS
               FOR LEADING SPACES
           MOVE SPACES TO WRK-EDT-QT
           MOVE WRK-EDT-NUMERO (WRK-EDT-BRANCOS + 1:) TO WRK-EDT-QT.

      *GRAVA A LINHA DE HEADER DO ARQUIVO DE MENSAGENS.
       2600-GRAVA-HEADER-MENSAGENS.
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'HDR' TO WRK-HT-TIPO
           MOVE WRK-DATA TO WRK-HT-HDR-DATA
           MOVE WRK-SUFIXO TO WRK-HT-HDR-SUFIXO
           MOVE WRK-CTL-PROGRAMA TO WRK-HT-HDR-PROGRAMA
           MOVE SPACES TO MSG-REG
           MOVE WRK-HT-AREA TO MSG-REG
           PERFORM 8100-GRAVA-LINHA-MENSAGEM.

      *GRAVA A LINHA DE TRAILER: QUANTIDADE DE MENSAGENS E HASH DA
      * SOMA DOS VALORES.
       2650-GRAVA-TRAILER-MENSAGENS.
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'TRL' TO WRK-HT-TIPO
           MOVE WRK-QT-MENSAGENS TO WRK-HT-TRL-QT
           MOVE WRK-HASH-MENSAGENS TO WRK-HT-TRL-HASH
           MOVE SPACES TO MSG-REG
           MOVE WRK-HT-AREA TO MSG-REG
           PERFORM 8100-GRAVA-LINHA-MENSAGEM.

      *GRAVA UMA LINHA DO ARQUIVO DE MENSAGENS CONFERINDO O FILE
      * STATUS.
       8100-GRAVA-LINHA-MENSAGEM.
           WRITE MSG-REG
           MOVE 'MENSAGENS' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-MENSAGENS TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *GRADUA O RETURN-CODE: 0 = NENHUMA EXCECAO; 4 = HA MENSAGENS;
      * 8 = ROTEAMENTO COM LINHA INVALIDA A CORRIGIR; 16 = ERRO
      * FATAL, ARMADO NOS PONTOS DE ABORTO.
       9800-APURA-RETURN-CODE.
           EVALUATE TRUE
             WHEN WRK-QT-ROTEAMENTO-INVAL > ZEROS
               MOVE 8 TO RETURN-CODE
             WHEN WRK-QT-MENSAGENS > ZEROS
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
           STRING 'MENSAGENS=' DELIMITED BY SIZE
                  WRK-QT-MENSAGENS DELIMITED BY SIZE
                  ' RODADA=' DELIMITED BY SIZE
                  WRK-QT-MSG-RODADA DELIMITED BY SIZE
                  ' PREFIXOS=' DELIMITED BY SIZE
                  WRK-QT-MSG-PREFIXO DELIMITED BY SIZE
                  ' SEMGERENTE=' DELIMITED BY SIZE
                  WRK-QT-SEM-GERENTE DELIMITED BY SIZE
                  ' ROTEAMENTO-INVALIDAS=' DELIMITED BY SIZE
                  WRK-QT-ROTEAMENTO-INVAL DELIMITED BY SIZE
                  ' AVISO=' DELIMITED BY SIZE
                  WRK-TIPO-AVISO DELIMITED BY SIZE
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
