      *             LCTO NAO VIRA MAIS DIVERGENCIA FALSA. GRUPOS COM
      *             MAIS DE UM REGISTRO SAEM NA LISTAGEM DUPLICADOS,
      *             CONTADOS A PARTE NO RESUMO.
      *15/10/2026 - REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>
      *             .TXT), COMPARTILHADO PELOS PASSOS DA CADEIA DO
      *             SUFIXO: LINHA DE INICIO (COM O MODO N/R) E DE
      *             FIM COM O RETURN-CODE E AS CONTAGENS DA RODADA;
      *             ABORTO DEPOIS DO INICIO FICA COMO FIM COM 16.
      *             OS PASSOS SEGUINTES CONFEREM ESSE REGISTRO ANTES
      *             DE RODAR.
      *15/10/2026 - LINHA 'AP' DE PARAMETROS.TXT (LIMITE DE VALOR DA
      *             DUPLA ALCADA DO PROJAPROVA) RECONHECIDA E IGNORADA
      *             NA CARGA DAS TOLERANCIAS, COMO A LINHA 'VA' DO
      *             PROJAUDIT.
      *15/10/2026 - CADASTRO DE AGENCIAS (AGENCIAS.TXT, NOME FIXO,
      *             CONFERIDO PELO PROJAGENCIA ANTES DA GRADE) CARREGADO
      *             NA PARTIDA: PREFIXO DO SINTETICO OU DE ORIGEM DO
      *             ANALITICO FORA DO CADASTRO, OU DE AGENCIA ENCERRADA
      *             ANTES DA DATA DA RODADA, PASSA A REJEITAR COM O
      *             MOTIVO NOVO '05'. A CONCILIACAO DE TRANSFERENCIAS
      *             CONFERE O PREFIXO DE DESTINO: PERNA PARA AGENCIA
      *             FORA DO CADASTRO OU ENCERRADA NAO PAREIA E SAI COMO
      *             SEM CONTRAPARTIDA, MARCADA DESTINO INVALIDO E
      *             CONTADA A PARTE NO TRANSFER E NO RESUMO.
      *15/10/2026 - CADASTRO DE PENDENCIAS PASSA A SER INDEXADO
      *             (PENDCAD.DAT, CHAVE ORIGEM+PREFIXO+BALANCETE+
      *             PARTIDA+LCTO, CARREGADO UMA VEZ DO PENDENTES.TXT
      *             PELO PROJPENDCONV): A BAIXA CONTRA O DIA LE E
      *             ATUALIZA SO AS PENDENCIAS QUE TOCA, PELA CHAVE
      *             ALTERNATIVA BALANCETE+PARTIDA+LCTO, EM VEZ DE LER E
      *             REGRAVAR O CADASTRO INTEIRO. A BAIXADA FICA NO
      *             CADASTRO COM SITUACAO 'B', DATA, PROGRAMA E SUFIXO
      *             DA BAIXA; TODA ALTERACAO GRAVA DATA E PROGRAMA.
      *             SEM TETO DE 20000 PENDENCIAS EM ABERTO.
      *15/10/2026 - RODADA NORMAL SOBRE SUFIXO QUE JA TEM RODADA
      *             COMPLETA DA MESMA DATA GUARDA ANTES A GERACAO
      *             ANTERIOR DE RESULTADO1/2, DIVERG3, POSICAO E
      *             RESUMO (RESUL1ANT/RESUL2ANT/DIVERG3ANT/POSICAOANT/
      *             RESUMOANT.<SUFIXO>.TXT) PARA O COMPARATIVO
      *             ANTES/DEPOIS DO PROJCOMPARA.
      *15/10/2026 - LINHA 'RD' DE PARAMETROS.TXT (MINIMO DE DIAS UTEIS
      *             DA ANALISE DE RECORRENCIA DO PROJRECORRE)
      *             RECONHECIDA E IGNORADA NA CARGA DAS TOLERANCIAS.
      *15/10/2026 - BAIXA POR PROVISAO DAS PENDENCIAS ENVELHECIDAS
      *             (PROJBAIXA): CADASTRO DE PENDENCIAS GANHA O MOTIVO
      *             DA BAIXA ('C' = CONCILIADA PELA CONTRAPARTIDA,
      *             GRAVADO AQUI NA BAIXA CONTRA O DIA; 'P' = BAIXADA
      *             CONTRA PROVISAO); LINHA 'B' DE LCTOHST.TXT E LINHA
      *             'BX' DE PARAMETROS.TXT, AMBAS DO PROJBAIXA,
      *             RECONHECIDAS E IGNORADAS NA CARGA.
      *15/10/2026 - LINHAS 'FL', 'FP', 'FQ', 'VR', 'VM' E 'PQ' DE
      *             PARAMETROS.TXT (LIMITES DA TRIAGEM DE PADROES
      *             SUSPEITOS DO PROJSUSPEITA) RECONHECIDAS E IGNORADAS
      *             NA CARGA DAS TOLERANCIAS.
      *15/10/2026 - LINHA DO PENDAGING ALARGADA PARA 150 COM O PREFIXO
      *             DA PENDENCIA (' PREF=') E A MARCA ' NOVA' NO
      *             PRIMEIRO DIA UTIL ALEM DO LIMITE 'ID', PARA O AVISO
      *             DE EXCECOES (PROJNOTIFICA) ACIONAR O GERENTE DO
      *             PREFIXO.
      *15/10/2026 - ITEM DO DIA CUJA PENDENCIA FOI BAIXADA CONTRA
      *             PROVISAO ('P') NAO REABRE MAIS A PENDENCIA (A BAIXA
      *             JA FOI LANCADA NO RAZAO): O REGISTRO FICA COMO ESTA
      *             E O ITEM E CONTADO A PARTE E LISTADO NO BAIXADOS. SO
      *             A BAIXA PELA CONTRAPARTIDA ('C') E REABERTA.
      *15/10/2026 - MARCA ' NOVA' DO PENDAGING PASSA A IR PARA A
      *             PENDENCIA QUE PASSOU DO LIMITE 'ID' DESDE A RODADA
      *             ANTERIOR (ULTIMA DATA ANTERIOR TERMINADA NO
      *             AUDITLOG), E NAO SO PARA A QUE ESTA EXATAMENTE UM
      *             DIA UTIL ALEM DELE: DIA SEM RODADA NO MEIO NAO DEIXA
      *             MAIS A PENDENCIA SEM AVISO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-LCTOHST.

      *CARREGA O CADASTRO DE AGENCIAS (PREFIXO, NOME, REGIONAL,
      * SITUACAO E DATA DE ENCERRAMENTO). NOME FIXO, COMO LCTOHST.TXT,
      * E OBRIGATORIO PELO MESMO MOTIVO: SEM ELE NENHUM PREFIXO
      * PASSARIA NA CRITICA. O PROJAGENCIA VALIDA O CADASTRO ANTES DA
      * GRADE.
         SELECT AGENCIAS ASSIGN TO 'AGENCIAS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-AGENCIAS.

      *CARREGA O CALENDARIO DE FERIADOS (UMA LINHA POR FERIADO, COM
      * A DATA E A DESCRICAO), MANTIDO PELA OPERACAO. NOME FIXO DE
      * PROPOSITO, COMO PARAMETROS.TXT. ARQUIVO AUSENTE NAO E ERRO:
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DIVERG3.

      *CARREGA O CADASTRO DE PENDENCIAS, MANTIDO ENTRE RODADAS (NOME
      * FIXO DE PROPOSITO, COMO AUDITLOG): CADA ITEM QUE FICOU SO DE
      * UM LADO CARREGA A DATA EM QUE APARECEU PELA PRIMEIRA VEZ.
      * INDEXADO PELA CHAVE ORIGEM+PREFIXO+BALANCETE+PARTIDA+LCTO; A
      * BAIXA CONTRA O DIA PROCURA A CONTRAPARTIDA PELA CHAVE
      * ALTERNATIVA BALANCETE+PARTIDA+LCTO (SEM LADO NEM PREFIXO,
      * COMO A CHAVE DO MERGE) E ATUALIZA SO OS REGISTROS QUE TOCA.
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

      *CARREGA O RELATORIO DAS PENDENCIAS BAIXADAS AUTOMATICAMENTE
      * NESTA RODADA (PAR ANTIGO X ITEM DO DIA). NOME MONTADO EM
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-CHECKPT.

      *CARREGA O REGISTRO DE CONTROLE DA RODADA DO SUFIXO (UMA LINHA
      * POR EVENTO DE CADA PASSO DA CADEIA: INICIO, FIM COM O
      * RETURN-CODE E AS CONTAGENS, LIBERACAO PELO OPERADOR E
      * RECUSA). COMPARTILHADO POR TODOS OS PASSOS DO SUFIXO E
      * ACUMULADO EM EXTEND. NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT CONTROLE ASSIGN TO DYNAMIC WRK-NOME-CONTROLE
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-CONTROLE.

      *CARREGA O ARQUIVO DE ORIGEM E A COPIA DA PRESERVACAO DA
      * GERACAO ANTERIOR: OS MESMOS DOIS SELECTS SAO REABERTOS COM O
      * NOME REMONTADO PARA CADA SAIDA GUARDADA (RESULTADO1 ->
      * RESUL1ANT, RESULTADO2 -> RESUL2ANT, DIVERG3 -> DIVERG3ANT,
      * POSICAO -> POSICAOANT, RESUMO -> RESUMOANT).
         SELECT GERORIG ASSIGN TO DYNAMIC WRK-NOME-GERORIG
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-GERORIG.

         SELECT GERCOPIA ASSIGN TO DYNAMIC WRK-NOME-GERCOPIA
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-GERCOPIA.

       DATA DIVISION.
       FILE SECTION.

      * HISTORICOS: 'L' = LANCAMENTO (CODIGO, NATUREZA CONTABIL D/C,
      * VALIDO S/N), 'H' = HISTORICO (CODIGO E DESCRICAO), 'A' =
      * CODIGOS DO LANCAMENTO DE AJUSTE (USADA PELO PROJAJUSTE,
      * IGNORADA AQUI), 'B' = CODIGOS DO LANCAMENTO DE BAIXA POR
      * PROVISAO (USADA PELO PROJBAIXA, IGNORADA AQUI). MESMO LAYOUT
      * CRITICADO PELO PROJLCTOHST.
       FD FERIADOS.
         01 FER-REG.
           05 FER-DATA                 PIC 9(08).
               88 LCH-REG-LCTO                  VALUE 'L'.
               88 LCH-REG-HST                   VALUE 'H'.
               88 LCH-REG-AJUSTE                VALUE 'A'.
               88 LCH-REG-BAIXA                 VALUE 'B'.
           05 LCH-DADOS                PIC X(35).
           05 LCH-LCTO REDEFINES LCH-DADOS.
               10 LCH-LCTO-CODIGO      PIC 9(02).
               10 LCH-AJU-HST          PIC 9(03).
               10 FILLER               PIC X(30).

      *MESMO LAYOUT CRITICADO PELO PROJAGENCIA: UMA LINHA POR
      * AGENCIA, EM ORDEM ASCENDENTE DE PREFIXO.
       FD AGENCIAS.
         01 AGE-REG.
           05 AGE-PREFIXO              PIC 9(05).
           05 AGE-NOME                 PIC X(30).
           05 AGE-REGIONAL             PIC 9(04).
           05 AGE-NOME-REGIONAL        PIC X(20).
           05 AGE-SITUACAO             PIC X(01).
           05 AGE-DATA-FECHAMENTO      PIC 9(08).
           05 AGE-PREF-INCORPORADORA   PIC 9(05).
           05 FILLER                   PIC X(07).

      *POSICAO LIQUIDA POR PREFIXO+BALANCETE DOS ITENS CASADOS. O
      * SALDO E GRAVADO EM MODULO COM O INDICADOR DE NATUREZA AO
      * LADO ('D' = SALDO DEVEDOR, 'C' = SALDO CREDOR, 'Z' = BALANCETE
           05 DIV3-HST                 PIC 9(03) VALUE ZEROS.
           05 DIV3-TIPO-DIVERG         PIC X(01) VALUE 'C'.

      *CADASTRO DE PENDENCIAS: ORIGEM INDICA O LADO EM QUE O ITEM
      * EXISTE ('SINT' = SO NO SINTETICO, 'ANAL' = SO NO ANALITICO) E
      * DATA-ORIGEM E O DIA EM QUE ELE APARECEU PELA PRIMEIRA VEZ
      * (BASE DO ENVELHECIMENTO). ITEM BAIXADO NAO SAI DO CADASTRO:
      * FICA COM SITUACAO 'B' E A DATA, QUEM BAIXOU (PROGRAMA OU
      * RESPONSAVEL), O SUFIXO E O MOTIVO DA BAIXA ('C' = CONCILIADA
      * PELA CONTRAPARTIDA; 'P' = BAIXADA CONTRA PROVISAO PELO
      * PROJBAIXA, POR IDADE). TODA GRAVACAO REGISTRA A DATA E O
      * PROGRAMA DA ULTIMA ALTERACAO. AS EM ABERTO SAO DESCARREGADAS
      * EM PENDENTES.TXT (LAYOUT DE 63 POSICOES) PELO PROJPENDDESC
      * PARA OS PROGRAMAS QUE SO CONSULTAM.
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

       FD BAIXADOS.
         01 BAIX-LINHA                 PIC X(132).
       FD DUPLICADOS.
         01 DUP-LINHA                  PIC X(132).

      *ALARGADA PARA 150: A LINHA PASSOU A CARREGAR O PREFIXO DA
      * PENDENCIA E A MARCA ' NOVA' NA PRIMEIRA RODADA EM QUE ELA
      * ESTA ALEM DO LIMITE, RELIDOS PELO AVISO DE EXCECOES
      * (PROJNOTIFICA) PARA ACIONAR O GERENTE DO PREFIXO.
       FD PENDAGING.
         01 AGING-LINHA                PIC X(150).

      *A LINHA DE DETALHE POR BALANCETE TEM 133 POSICOES - O RECORD
      * PRECISA COMPORTA-LA INTEIRA PARA QUE O CONSOLIDADOR MENSAL
           05 REJ-LCTO                 PIC 9(02) VALUE ZEROS.
           05 REJ-VALOR                PIC 9(15) VALUE ZEROS.
      *MOTIVO DA REJEICAO: '01' = VALOR ZERADO; '02' = LCTO NAO
      * RECONHECIDO; '03' = BALANCETE ZERADO; '04' = PARTIDA ZERADA;
      * '05' = PREFIXO NAO CADASTRADO OU AGENCIA ENCERRADA.
           05 REJ-COD-MOTIVO           PIC X(02) VALUE SPACES.
               88 REJ-MOTIVO-VALOR-ZERADO       VALUE '01'.
               88 REJ-MOTIVO-LCTO-INVALIDO      VALUE '02'.
               88 REJ-MOTIVO-BALANCETE-ZERADO   VALUE '03'.
               88 REJ-MOTIVO-PARTIDA-ZERADA     VALUE '04'.
               88 REJ-MOTIVO-PREFIXO-INVALIDO   VALUE '05'.

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

      *O MAIOR REGISTRO ENTRE AS SAIDAS GUARDADAS E O DO RESUMO (150).
       FD GERORIG.
         01 GERORIG-LINHA               PIC X(150).

       FD GERCOPIA.
         01 GERCOPIA-LINHA              PIC X(150).

       WORKING-STORAGE SECTION.

      * ENTRA EM STRING) PARA O AUDITLOG E O CONSOLE.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.
       77 WRK-FS-PARAMETROS            PIC X(02) VALUE SPACES.
       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.
       77 WRK-FS-LCTOHST               PIC X(02) VALUE SPACES.
       77 WRK-FS-AGENCIAS              PIC X(02) VALUE SPACES.

      *TOLERANCIAS DE VALOR DO BATIMENTO, CARREGADAS DE PARAMETROS.TXT
      * EM 0400-LE-PARAMETROS: UMA GERAL E UMA OPCIONAL POR LCTO
       77 WRK-PEND-DIAS-LIMITE         PIC 9(05) VALUE 5.
       77 WRK-DIAS-ABERTO              PIC 9(05) VALUE ZEROS.

      *DATA DA RODADA ANTERIOR (A MAIOR DATA ANTERIOR A ESTA ENTRE AS
      * RODADAS TERMINADAS NO AUDITLOG; ZEROS = NENHUMA), DIAS UTEIS
      * DELA ATE ESTA E IDADE DA PENDENCIA NAQUELA RODADA: A MARCA
      * ' NOVA' DO PENDAGING VAI PARA A PENDENCIA QUE PASSA DO LIMITE
      * AGORA E NAO PASSAVA NA RODADA ANTERIOR, QUALQUER QUE SEJA O
      * INTERVALO ENTRE AS DUAS (FIM DE SEMANA, FERIADO, DIA SEM
      * RODADA).
       77 WRK-DATA-RODADA-ANT          PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DESDE-ANT           PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ABERTO-ANT          PIC 9(05) VALUE ZEROS.

      *VISAO POR POSICOES FIXAS DA LINHA DO AUDITLOG (DESENHO DE
      * 9500-GRAVA-AUDITLOG, O MESMO RELIDO PELO PROJAUDIT): SO A
      * DATA DA RODADA E O RETURN-CODE SAO USADOS.
       01 WRK-LINHA-LOG-ANT            PIC X(400).
       01 WRK-LGA-DET REDEFINES WRK-LINHA-LOG-ANT.
           05 WRK-LGA-ROTULO            PIC X(05).
           05 WRK-LGA-DATA              PIC 9(08).
           05 FILLER                    PIC X(154).
           05 WRK-LGA-RC                PIC 9(02).
           05 FILLER                    PIC X(231).

      *CALENDARIO DE FERIADOS CARREGADO NA PARTIDA (0370) E CAMPOS
      * DE TRABALHO DO TESTE DE DIA UTIL (0380) E DA CONTAGEM DE
      * DIAS UTEIS ENTRE DUAS DATAS (7430): O DIA DA SEMANA SAI DO
      *TABELAS DA BAIXA DE PENDENCIAS, CARREGADAS NO FINAL DA RODADA:
      * WRK-PDS = DIVERGENCIAS DE CHAVE DO DIA SO NO SINTETICO
      * (RELIDAS DE RESULTADO2, TIPO 'C'); WRK-PDA = SO NO ANALITICO
      * (RELIDAS DO EXTRATO DIVERG3, TIPO 'C'). A RELEITURA
      * DOS ARQUIVOS DO DIA (EM VEZ DE ACUMULAR DURANTE O MERGE)
      * DISPENSA ESSAS TABELAS DO CHECKPOINT: NO RESTART ELAS SE
      * RECONSTROEM SOZINHAS.
               10 WRK-PDA-LCTO          PIC 9(02).
               10 WRK-PDA-VALOR         PIC 9(15).
               10 WRK-PDA-HST           PIC 9(03).

      *ITEM DO DIA CORRENTE NA BAIXA CONTRA O CADASTRO: LADO
      * PROCURADO (OPOSTO AO DO ITEM) NA BUSCA DE CONTRAPARTIDA E,
      * QUANDO NAO BAIXA NADA, A PENDENCIA NOVA A INCLUIR.
       01 WRK-ITEM-DIA.
           05 WRK-ITEM-ORIGEM           PIC X(04) VALUE SPACES.
           05 WRK-ITEM-LADO-OPOSTO      PIC X(04) VALUE SPACES.
           05 WRK-ITEM-PREFIXO          PIC 9(05) VALUE ZEROS.
           05 WRK-ITEM-BALANCETE        PIC 9(09) VALUE ZEROS.
           05 WRK-ITEM-PARTIDA          PIC 9(17) VALUE ZEROS.
           05 WRK-ITEM-LCTO             PIC 9(02) VALUE ZEROS.
           05 WRK-ITEM-VALOR            PIC 9(15) VALUE ZEROS.
           05 WRK-ITEM-HST              PIC 9(03) VALUE ZEROS.

      *FIM DO GRUPO DE MESMA CHAVE BALANCETE+PARTIDA+LCTO NA LEITURA
      * PELA CHAVE ALTERNATIVA DO CADASTRO.
       77 WRK-FIM-GRUPO-PCD            PIC X(01) VALUE 'N'.
           88 FIM-GRUPO-PCD                       VALUE 'S'.

      *CONTRAPARTIDA JA BAIXADA POR ESTA MESMA RODADA (MESMO
      * PROGRAMA, DATA E SUFIXO DA BAIXA): O FINAL DA RODADA ESTA
      * SENDO REPETIDO (RESTART OU REPROCESSAMENTO DO SUFIXO) E O
      * ITEM DO DIA CONTA COMO BAIXADO SEM ATUALIZAR DE NOVO.
       77 WRK-BAIXA-REPETIDA           PIC X(01) VALUE 'N'.
           88 BAIXA-JA-FEITA-NA-RODADA            VALUE 'S'.

      *CONTROLE DE FIM DE ARQUIVO DAS RELEITURAS DA BAIXA DE
      * PENDENCIAS (NAO REUSAR OS STATUS DO MERGE, QUE AINDA SAO
       77 WRK-QT-PEND-CARREGADAS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PEND-NOVAS            PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PEND-VENCIDAS         PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PEND-ABERTAS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PEND-JA-ABERTAS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PEND-PROV-REDIV       PIC 9(07) VALUE ZEROS.

      *TABELA DAS PERNAS DE TRANSFERENCIA ENTRE PREFIXOS, CARREGADA
      * PELO PASSO PROPRIO DE RELEITURA DO ANALITICO (HST 003 =
      * TRANSFERENCIA NA TABELA DE HISTORICOS, COM PREFIXO DE DESTINO
      * INFORMADO E DIFERENTE DA ORIGEM). SITUACAO: 'A' = EM ABERTO,
      * 'P' = PAREADA COM A PERNA DE VOLTA, 'I' = DESTINO INVALIDO
      * (PREFIXO FORA DO CADASTRO DE AGENCIAS OU AGENCIA ENCERRADA -
      * NAO PAREIA E SAI COMO SEM CONTRAPARTIDA, MARCADA).
       01 WRK-TRF-TABELA.
           05 WRK-TRF-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-TRF-ENT OCCURS 20000 TIMES.
               10 WRK-TRF-SITUACAO      PIC X(01).
                   88 TRF-PERNA-EM-ABERTO          VALUE 'A'.
                   88 TRF-PERNA-PAREADA            VALUE 'P'.
                   88 TRF-DESTINO-INVALIDO         VALUE 'I'.
               10 WRK-TRF-PREF-ORIG     PIC 9(03).
               10 WRK-TRF-BALANCETE     PIC 9(09).
               10 WRK-TRF-PREF-DEST     PIC 9(05).
       77 WRK-QT-TRF-LIDAS             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-TRF-PAREADAS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-TRF-SOLTAS            PIC 9(07) VALUE ZEROS.
       77 WRK-QT-TRF-DEST-INV          PIC 9(07) VALUE ZEROS.

      *CONTADORES DOS CASAMENTOS ACEITOS DENTRO DA TOLERANCIA
      * (ENTRAM EM RESULTADO1, MAS SAO CONTADOS A PARTE NO RESUMO,
           88 VAL-ULTIMA-E-TRAILER                VALUE 'S'.
       77 WRK-VAL-ARQUIVO              PIC X(12) VALUE SPACES.

      *PRESERVACAO DA GERACAO ANTERIOR DAS SAIDAS (RODADA NORMAL SOBRE
      * SUFIXO JA PROCESSADO): NOMES DO PAR ORIGEM/COPIA DA VEZ, DATA
      * DO HEADER DO RESUMO EXISTENTE E CONTADORES PARA O CONSOLE.
       77 WRK-FS-GERORIG               PIC X(02) VALUE SPACES.
       77 WRK-FS-GERCOPIA              PIC X(02) VALUE SPACES.
       77 WRK-NOME-GERORIG             PIC X(40) VALUE SPACES.
       77 WRK-NOME-GERCOPIA            PIC X(40) VALUE SPACES.
       77 WRK-GER-CLASSE               PIC X(12) VALUE SPACES.
       77 WRK-GER-CLASSE-ANT           PIC X(12) VALUE SPACES.
       77 WRK-GER-HDR-DATA             PIC 9(08) VALUE ZEROS.
       77 WRK-GER-QT-COPIADAS          PIC 9(09) VALUE ZEROS.
       77 WRK-GER-QT-ARQUIVOS          PIC 9(02) VALUE ZEROS.
       77 WRK-DEL-STATUS               PIC 9(09) VALUE ZEROS.

      *CRITICA DE ENTRADA: INDICA SE O REGISTRO RECEM-LIDO DO
      * SINTETICO/ANALITICO PASSOU NA VALIDACAO OU FOI REJEITADO.
       77 WRK-SINT-VALIDO              PIC X(01) VALUE 'S'.
                   88 LCT-VALIDO                   VALUE 'S'.
       77 WRK-QT-LCTOS-CARREGADOS      PIC 9(03) VALUE ZEROS.

      *TABELA DO CADASTRO DE AGENCIAS, CARREGADA NA PARTIDA
      * (0310-CARREGA-AGENCIAS) NA ORDEM DO ARQUIVO - O CADASTRO E
      * MANTIDO EM ORDEM ASCENDENTE DE PREFIXO (CONFERIDA NA CARGA)
      * PARA A SEARCH ALL DA CRITICA DE PREFIXO (1175), FEITA PARA
      * CADA REGISTRO DAS DUAS ENTRADAS.
       01 WRK-AGE-TABELA.
           05 WRK-AGE-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-AGE-ENT OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WRK-AGE-QTDE
                   ASCENDING KEY IS WRK-AGE-PREFIXO
                   INDEXED BY WRK-AGE-IDX.
               10 WRK-AGE-PREFIXO       PIC 9(05).
               10 WRK-AGE-SITUACAO      PIC X(01).
                   88 AGENCIA-FECHADA              VALUE 'F'.
               10 WRK-AGE-DATA-FECHAMENTO
                                        PIC 9(08).

      *PARAMETRO DE CHAMADA DE 1175-VALIDA-PREFIXO (PREFIXO A
      * CONFERIR) E ACHADO DA CRITICA.
       77 WRK-VAL-PREFIXO              PIC 9(05) VALUE ZEROS.
       77 WRK-PREFIXO-ACHOU            PIC X(01) VALUE 'N'.
           88 PREFIXO-RECONHECIDO                 VALUE 'S'.

      *LINHA DE DETALHE DO RELATORIO IMPRESSO DE RESULTADO3, MONTADA
      * POR 1500-GRAVA-R3-SO-ANAL E TRANSFERIDA PARA RESUL3-LINHA.
       01 WRK-R3-LINHA-DET.
       77 WRK-LOG-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJSINANAL'.
       77 WRK-CTL-DATA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-HORA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-EVENTO               PIC X(06) VALUE SPACES.
       77 WRK-CTL-RC                   PIC 9(02) VALUE ZEROS.
       77 WRK-CTL-TEXTO                PIC X(101) VALUE SPACES.
       77 WRK-CTL-INICIO               PIC X(01) VALUE 'N'.
           88 CTL-INICIO-REGISTRADO               VALUE 'S'.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA...'
           ACCEPT WRK-LOG-HORA-SISTEMA FROM TIME.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0300-CARREGA-LCTOHST.
           PERFORM 0310-CARREGA-AGENCIAS.
           PERFORM 0370-CARREGA-FERIADOS.
           PERFORM 0400-LE-PARAMETROS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0580-REGISTRA-INICIO.
           IF MODO-RESTART
               PERFORM 0600-CARREGA-CHECKPOINT
           END-IF.
               PERFORM 0900-TESTA-ABERTURA-SAIDAS
               PERFORM 0700-REPOSICIONA-ENTRADAS
           ELSE
               PERFORM 0850-PRESERVA-GERACAO-ANTERIOR
               OPEN OUTPUT RESULTADO1
               OPEN OUTPUT RESULTADO2
               OPEN OUTPUT RESULTADO3
               PERFORM 0900-TESTA-ABERTURA-SAIDAS
               PERFORM 0950-GRAVA-HEADERS
           END-IF.
           PERFORM 0870-APURA-RODADA-ANTERIOR.
           OPEN EXTEND AUDITLOG.
           IF WRK-FS-AUDITLOG = '35'
               OPEN OUTPUT AUDITLOG
           MOVE WRK-FS-AUDITLOG TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 8600-FINALIZA-CHECKPOINT.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.
           MOVE WRK-FS-DUPLICADOS TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *PRESERVA A GERACAO ANTERIOR DAS SAIDAS DO SUFIXO ANTES DE A
      * RODADA NORMAL SOBRESCREVE-LAS: QUANDO O SUFIXO JA TEM UMA
      * RODADA COMPLETA DA MESMA DATA (RESUMO COM HEADER DA DATA DA
      * RODADA E FECHADO PELO TRAILER), RESULTADO1, RESULTADO2,
      * DIVERG3, POSICAO E RESUMO SAO COPIADOS PARA OS ARQUIVOS
      * <CLASSE>ANT DO SUFIXO, LIDOS DEPOIS PELO COMPARATIVO
      * PROJCOMPARA. RESUMO DE OUTRA DATA (SUFIXO MMDD RECICLADO, NAO
      * E REPROCESSAMENTO) OU DE RODADA INCOMPLETA NAO E GERACAO A
      * GUARDAR: NOS DOIS CASOS A GERACAO ANTERIOR JA GUARDADA FICA
      * COMO ESTA.
       0850-PRESERVA-GERACAO-ANTERIOR.
           MOVE ZEROS TO WRK-GER-HDR-DATA
           PERFORM 9915-INICIA-VALIDACAO
           OPEN INPUT RESUMO
           IF WRK-FS-RESUMO = '35'
              DISPLAY 'SUFIXO ' WRK-SUFIXO ' SEM RODADA ANTERIOR - '
                      'NADA A PRESERVAR'
           ELSE
              MOVE 'RESUMO' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-RESUMO TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-RELEITURA
              PERFORM UNTIL WRK-STATUS-RELEITURA = 'FIM'
                  READ RESUMO
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-RELEITURA
                    NOT AT END
                      MOVE RESUMO-LINHA (1:37) TO WRK-HT-AREA
                      EVALUATE TRUE
                        WHEN HT-LINHA-HEADER
                          IF WRK-GER-HDR-DATA = ZEROS
                             AND WRK-HT-HDR-DATA IS NUMERIC
                             MOVE WRK-HT-HDR-DATA TO WRK-GER-HDR-DATA
                          END-IF
                          MOVE 'N' TO WRK-VAL-ULT-E-TRL
                        WHEN HT-LINHA-TRAILER
                          PERFORM 9917-GUARDA-TRAILER
                        WHEN OTHER
                          MOVE 'N' TO WRK-VAL-ULT-E-TRL
                          ADD 1 TO WRK-VAL-QT-LIDAS
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
              EVALUATE TRUE
                WHEN NOT VAL-TRAILER-ACHADO
                     OR NOT VAL-ULTIMA-E-TRAILER
                     OR WRK-VAL-TRL-QT NOT = WRK-VAL-QT-LIDAS
                  DISPLAY 'RODADA ANTERIOR DO SUFIXO ' WRK-SUFIXO
                          ' INCOMPLETA - GERACAO ANTERIOR GUARDADA '
                          'MANTIDA'
                WHEN WRK-GER-HDR-DATA NOT = WRK-DATA
                  DISPLAY 'RODADA ANTERIOR DO SUFIXO ' WRK-SUFIXO
                          ' E DE OUTRA DATA (' WRK-GER-HDR-DATA
                          ') - NAO E REPROCESSAMENTO, NADA A '
                          'PRESERVAR'
                WHEN OTHER
                  MOVE ZEROS TO WRK-GER-QT-ARQUIVOS
                  MOVE 'RESULTADO1' TO WRK-GER-CLASSE
                  MOVE 'RESUL1ANT' TO WRK-GER-CLASSE-ANT
                  PERFORM 0860-COPIA-SAIDA-ANTERIOR
                  MOVE 'RESULTADO2' TO WRK-GER-CLASSE
                  MOVE 'RESUL2ANT' TO WRK-GER-CLASSE-ANT
                  PERFORM 0860-COPIA-SAIDA-ANTERIOR
                  MOVE 'DIVERG3' TO WRK-GER-CLASSE
                  MOVE 'DIVERG3ANT' TO WRK-GER-CLASSE-ANT
                  PERFORM 0860-COPIA-SAIDA-ANTERIOR
                  MOVE 'POSICAO' TO WRK-GER-CLASSE
                  MOVE 'POSICAOANT' TO WRK-GER-CLASSE-ANT
                  PERFORM 0860-COPIA-SAIDA-ANTERIOR
                  MOVE 'RESUMO' TO WRK-GER-CLASSE
                  MOVE 'RESUMOANT' TO WRK-GER-CLASSE-ANT
                  PERFORM 0860-COPIA-SAIDA-ANTERIOR
                  DISPLAY 'GERACAO ANTERIOR DO SUFIXO ' WRK-SUFIXO
                          ' PRESERVADA - ARQUIVOS COPIADOS: '
                          WRK-GER-QT-ARQUIVOS
              END-EVALUATE
           END-IF.

      *COPIA UMA SAIDA DO SUFIXO (WRK-GER-CLASSE) PARA A SUA GERACAO
      * ANTERIOR (WRK-GER-CLASSE-ANT), LINHA A LINHA, HEADER E
      * TRAILER INCLUSIVE. SAIDA AUSENTE (REMOVIDA A MAO) NAO PODE
      * DEIXAR PARA TRAS A COPIA DE UMA GERACAO MAIS VELHA, QUE SERIA
      * COMPARADA COMO SE FOSSE A ANTERIOR: A COPIA ANTIGA E REMOVIDA.
       0860-COPIA-SAIDA-ANTERIOR.
           MOVE SPACES TO WRK-NOME-GERORIG
           MOVE SPACES TO WRK-NOME-GERCOPIA
           STRING WRK-GER-CLASSE DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-GERORIG
           STRING WRK-GER-CLASSE-ANT DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-GERCOPIA
           OPEN INPUT GERORIG
           IF WRK-FS-GERORIG = '35'
              DISPLAY 'SAIDA ANTERIOR AUSENTE: ' WRK-NOME-GERORIG
              CALL 'CBL_DELETE_FILE' USING WRK-NOME-GERCOPIA
              MOVE RETURN-CODE TO WRK-DEL-STATUS
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE WRK-GER-CLASSE TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-GERORIG TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              OPEN OUTPUT GERCOPIA
              MOVE WRK-GER-CLASSE-ANT TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-GERCOPIA TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE ZEROS TO WRK-GER-QT-COPIADAS
              MOVE SPACES TO WRK-STATUS-RELEITURA
              PERFORM UNTIL WRK-STATUS-RELEITURA = 'FIM'
                  READ GERORIG
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-RELEITURA
                    NOT AT END
                      WRITE GERCOPIA-LINHA FROM GERORIG-LINHA
                      MOVE WRK-GER-CLASSE-ANT TO WRK-ERR-ARQUIVO
                      MOVE WRK-FS-GERCOPIA TO WRK-ERR-FS
                      PERFORM 9890-TESTA-FILE-STATUS
                      ADD 1 TO WRK-GER-QT-COPIADAS
                  END-READ
                  IF WRK-FS-GERORIG NOT = '00'
                     AND WRK-FS-GERORIG NOT = '10'
                     MOVE WRK-GER-CLASSE TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-GERORIG TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE GERORIG
              CLOSE GERCOPIA
              MOVE WRK-GER-CLASSE-ANT TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-GERCOPIA TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              ADD 1 TO WRK-GER-QT-ARQUIVOS
              DISPLAY 'GUARDADO ' WRK-NOME-GERORIG ' -> '
                      WRK-NOME-GERCOPIA ' LINHAS=' WRK-GER-QT-COPIADAS
           END-IF.

      *RELE O AUDITLOG (ANTES DE ELE SER REABERTO EM EXTEND PARA A
      * LINHA DESTA RODADA) E GUARDA A DATA DA RODADA ANTERIOR: A
      * MAIOR DATA MENOR QUE A DESTA ENTRE AS RODADAS QUE TERMINARAM
      * (RC ATE 8). REPROCESSAMENTO OU RESTART DA MESMA DATA ACHA A
      * MESMA ANTERIOR. LOG AUSENTE OU SEM RODADA ANTERIOR = ZEROS.
       0870-APURA-RODADA-ANTERIOR.
           MOVE ZEROS TO WRK-DATA-RODADA-ANT
           OPEN INPUT AUDITLOG
           IF WRK-FS-AUDITLOG NOT = '35'
              MOVE 'AUDITLOG' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-AUDITLOG TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-RELEITURA
              PERFORM UNTIL WRK-STATUS-RELEITURA = 'FIM'
                  READ AUDITLOG INTO WRK-LINHA-LOG-ANT
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-RELEITURA
                    NOT AT END
                      IF WRK-LGA-ROTULO = 'DATA='
                         AND WRK-LGA-DATA IS NUMERIC
                         AND WRK-LGA-RC IS NUMERIC
                         AND WRK-LGA-RC < 16
                         AND WRK-LGA-DATA < WRK-DATA
                         AND WRK-LGA-DATA > WRK-DATA-RODADA-ANT
                         MOVE WRK-LGA-DATA TO WRK-DATA-RODADA-ANT
                      END-IF
                  END-READ
                  IF WRK-FS-AUDITLOG NOT = '00'
                     AND WRK-FS-AUDITLOG NOT = '10'
                     MOVE 'AUDITLOG' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-AUDITLOG TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE AUDITLOG
           END-IF
           DISPLAY 'RODADA ANTERIOR NO AUDITLOG: ' WRK-DATA-RODADA-ANT.

      *GRAVA A LINHA DE HEADER ('HDR' - DATA, SUFIXO E PROGRAMA
      * GERADOR) EM CADA ARQUIVO DE INTERFACE DO SUFIXO RECEM-ABERTO
      * (SO NA RODADA NORMAL - NO RESTART OS HEADERS JA ESTAO LA).

      *TRATA UMA LINHA DO CADASTRO: 'L' ALIMENTA A TABELA DE LCTOS
      * (SUBSCRITA PELO CODIGO), 'H' A TABELA DE HISTORICOS. A LINHA
      * 'A' E DO PROJAJUSTE, A 'B' E DO PROJBAIXA E LINHAS ESTRANHAS
      * SAO AVISADAS E IGNORADAS (O PROJLCTOHST JA AS TERIA BARRADO).
       0350-TRATA-LINHA-LCTOHST.
           EVALUATE TRUE
             WHEN LCH-REG-LCTO
               MOVE LCH-HST-DESC TO WRK-HST-TAB-DESC (WRK-HST-IDX)
             WHEN LCH-REG-AJUSTE
               CONTINUE
             WHEN LCH-REG-BAIXA
               CONTINUE
             WHEN OTHER
               DISPLAY 'LINHA IGNORADA NO LCTOHST.TXT - TIPO '
                       'DESCONHECIDO: ' LCH-TIPO-REG
           END-EVALUATE.

      *CARREGA O CADASTRO DE AGENCIAS NA TABELA EM MEMORIA. CADASTRO
      * AUSENTE, VAZIO OU FORA DE ORDEM E ERRO FATAL: SEM ELE TODO O
      * MOVIMENTO IRIA PARA REJEITADOS COM O MOTIVO '05' EM SILENCIO,
      * E FORA DE ORDEM A BUSCA BINARIA REJEITARIA AGENCIA VALIDA. AS
      * CRITICAS DE CONTEUDO SAO DO PROJAGENCIA, QUE RODA ANTES DA
      * GRADE.
       0310-CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS
           IF WRK-FS-AGENCIAS NOT = '00'
              DISPLAY 'AGENCIAS.TXT AUSENTE OU ILEGIVEL (FILE STATUS='
                      WRK-FS-AGENCIAS ') - RODAR O PROJAGENCIA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM UNTIL WRK-FS-AGENCIAS NOT = '00'
               READ AGENCIAS
                 AT END
                   MOVE '10' TO WRK-FS-AGENCIAS
                 NOT AT END
                   PERFORM 0320-GUARDA-AGENCIA
               END-READ
               IF WRK-FS-AGENCIAS NOT = '00'
                  AND WRK-FS-AGENCIAS NOT = '10'
                  DISPLAY 'ERRO DE E/S NO AGENCIAS.TXT - FILE '
                          'STATUS=' WRK-FS-AGENCIAS
                  PERFORM 9950-ABENDA-RODADA
               END-IF
           END-PERFORM
           CLOSE AGENCIAS
           IF WRK-AGE-QTDE = ZEROS
              DISPLAY 'AGENCIAS.TXT SEM NENHUMA AGENCIA - RODAR O '
                      'PROJAGENCIA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           DISPLAY 'AGENCIAS CARREGADAS DO CADASTRO: ' WRK-AGE-QTDE.

      *GUARDA UMA LINHA DO CADASTRO DE AGENCIAS NA TABELA, CONFERINDO
      * A ORDEM ASCENDENTE DE PREFIXO.
       0320-GUARDA-AGENCIA.
           IF AGE-PREFIXO IS NOT NUMERIC
              OR AGE-DATA-FECHAMENTO IS NOT NUMERIC
              DISPLAY 'LINHA INVALIDA NO AGENCIAS.TXT (PREFIXO='
                      AGE-PREFIXO ') - RODAR O PROJAGENCIA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-AGE-QTDE > ZEROS
              IF AGE-PREFIXO NOT > WRK-AGE-PREFIXO (WRK-AGE-QTDE)
                 DISPLAY 'AGENCIAS.TXT FORA DE ORDEM NO PREFIXO '
                         AGE-PREFIXO ' - RODAR O PROJAGENCIA'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
           END-IF
           IF WRK-AGE-QTDE >= 5000
              DISPLAY 'TABELA DE AGENCIAS ESGOTADA - AUMENTAR '
                      'OCCURS DE WRK-AGE-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-AGE-QTDE
           MOVE AGE-PREFIXO TO WRK-AGE-PREFIXO (WRK-AGE-QTDE)
           MOVE AGE-SITUACAO TO WRK-AGE-SITUACAO (WRK-AGE-QTDE)
           MOVE AGE-DATA-FECHAMENTO
              TO WRK-AGE-DATA-FECHAMENTO (WRK-AGE-QTDE).

      *CARREGA O CALENDARIO DE FERIADOS NA TABELA EM MEMORIA.
      * ARQUIVO AUSENTE NAO E ERRO: O ENVELHECIMENTO PASSA A
      * DESCONTAR SO OS FINS DE SEMANA. DATA NAO NUMERICA E AVISADA
      * RODADA TERMINA COM RETURN-CODE 8.
              MOVE PARM-TOLERANCIA TO WRK-REJ-LIMITE
           ELSE
           IF PARM-LCTO = 'VA' OR PARM-LCTO = 'AP'
              OR PARM-LCTO = 'RD' OR PARM-LCTO = 'BX'
              OR PARM-LCTO = 'FL' OR PARM-LCTO = 'FP'
              OR PARM-LCTO = 'FQ' OR PARM-LCTO = 'VR'
              OR PARM-LCTO = 'VM' OR PARM-LCTO = 'PQ'
      *LINHA 'VA': PERCENTUAL DE VARIACAO DE VOLUME TOLERADO PELO
      * PROJAUDIT; LINHA 'AP': LIMITE DE VALOR ACIMA DO QUAL O
      * CONFIRMADO PRECISA DE SEGUNDO ANALISTA NO PROJAPROVA; LINHA
      * 'RD': MINIMO DE DIAS UTEIS DA RECORRENCIA NO PROJRECORRE;
      * LINHA 'BX': IDADE EM DIAS UTEIS A PARTIR DA QUAL A PENDENCIA
      * E BAIXADA CONTRA PROVISAO NO PROJBAIXA; LINHAS 'FL', 'FP',
      * 'FQ', 'VR', 'VM' E 'PQ': LIMITES DA TRIAGEM DE PADROES
      * SUSPEITOS NO PROJSUSPEITA - O ARQUIVO DE
      * PARAMETROS E COMPARTILHADO E A LINHA DE OUTRO PROGRAMA NAO
      * PODE VIRAR AVISO FALSO DE LCTO INVALIDO EM TODA RODADA
      * NOTURNA.
              CONTINUE
           ELSE
              MOVE PARM-LCTO TO WRK-VAL-LCTO
           STRING 'DUPLICADOS.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DUPLICADOS
           STRING 'CONTROLE.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONTROLE.

      *REGISTRA O INICIO DO PASSO NO CONTROLE DO SUFIXO. DAQUI EM
      * DIANTE UM ABORTO (9950) FICA REGISTRADO COMO 'FIM' COM 16.
       0580-REGISTRA-INICIO.
           MOVE 'INICIO' TO WRK-CTL-EVENTO
           MOVE ZEROS TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'MODO=' DELIMITED BY SIZE
                  WRK-MODO-EXECUCAO DELIMITED BY SIZE
               INTO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE
           MOVE 'S' TO WRK-CTL-INICIO.

      *RECARREGA DO ARQUIVO DE CHECKPOINT DO SUFIXO A POSICAO, OS
      * CONTADORES/TOTAIS E AS TABELAS DE SUBTOTAIS DA RODADA
           MOVE 'S' TO WRK-SINT-VALIDO
           MOVE SINT-LCTO TO WRK-VAL-LCTO
           PERFORM 1170-VALIDA-LCTO
           MOVE SINT-PREFIXO TO WRK-VAL-PREFIXO
           PERFORM 1175-VALIDA-PREFIXO
           EVALUATE TRUE
             WHEN SINT-VALOR = ZEROS
               MOVE 'N'  TO WRK-SINT-VALIDO
             WHEN NOT LCTO-RECONHECIDO
               MOVE 'N'  TO WRK-SINT-VALIDO
               MOVE '02' TO WRK-REJ-COD-MOTIVO
             WHEN NOT PREFIXO-RECONHECIDO
               MOVE 'N'  TO WRK-SINT-VALIDO
               MOVE '05' TO WRK-REJ-COD-MOTIVO
           END-EVALUATE.

      *GRAVA EM REJEITADOS UM REGISTRO DO SINTETICO QUE FALHOU NA
           MOVE 'S' TO WRK-ANAL-VALIDO
           MOVE ANAL-LCTO TO WRK-VAL-LCTO
           PERFORM 1170-VALIDA-LCTO
           MOVE ANAL-PREF-ORIG TO WRK-VAL-PREFIXO
           PERFORM 1175-VALIDA-PREFIXO
           EVALUATE TRUE
             WHEN ANAL-VALOR = ZEROS
               MOVE 'N'  TO WRK-ANAL-VALIDO
             WHEN NOT LCTO-RECONHECIDO
               MOVE 'N'  TO WRK-ANAL-VALIDO
               MOVE '02' TO WRK-REJ-COD-MOTIVO
             WHEN NOT PREFIXO-RECONHECIDO
               MOVE 'N'  TO WRK-ANAL-VALIDO
               MOVE '05' TO WRK-REJ-COD-MOTIVO
           END-EVALUATE.

      *GRAVA EM REJEITADOS UM REGISTRO DO ANALITICO QUE FALHOU NA
              END-IF
           END-IF.

      *CONFERE SE WRK-VAL-PREFIXO E UMA AGENCIA RECONHECIDA:
      * CADASTRADA NO AGENCIAS.TXT E NAO ENCERRADA NA DATA DA RODADA
      * (O MOVIMENTO DO PROPRIO DIA DO ENCERRAMENTO AINDA E ACEITO;
      * DEPOIS DELE A CARTEIRA JA PASSOU PARA A INCORPORADORA).
      * PREFIXO FORA DO CADASTRO OU ENCERRADO CAI NO MOTIVO '05' DE
      * REJEITADOS.
       1175-VALIDA-PREFIXO.
           MOVE 'N' TO WRK-PREFIXO-ACHOU
           IF WRK-VAL-PREFIXO IS NUMERIC
              AND WRK-VAL-PREFIXO NOT = ZEROS
              SEARCH ALL WRK-AGE-ENT
                AT END
                  CONTINUE
                WHEN WRK-AGE-PREFIXO (WRK-AGE-IDX) = WRK-VAL-PREFIXO
                  IF NOT AGENCIA-FECHADA (WRK-AGE-IDX)
                     OR WRK-DATA NOT >
                        WRK-AGE-DATA-FECHAMENTO (WRK-AGE-IDX)
                     MOVE 'S' TO WRK-PREFIXO-ACHOU
                  END-IF
              END-SEARCH
           END-IF.

      *DEVOLVE EM WRK-TOL-CORRENTE A TOLERANCIA DE VALOR APLICAVEL AO
      * LCTO EM WRK-VAL-LCTO: A ESPECIFICA DO LCTO QUANDO INFORMADA
      * EM PARAMETROS.TXT, SENAO A GERAL. SO E CHAMADO PARA LCTO JA
      *    SINTETICO DE RESULTADO2, LADO ANALITICO DO EXTRATO DIVERG3
      *    (RELER OS ARQUIVOS, EM VEZ DE ACUMULAR DURANTE O MERGE,
      *    DISPENSA CHECKPOINT DESSAS TABELAS NO RESTART);
      * 2. PARA CADA ITEM DO DIA, PROCURA NO CADASTRO PENDCAD.DAT UMA
      *    PENDENCIA EM ABERTO DO LADO OPOSTO COM A MESMA CHAVE
      *    BALANCETE+PARTIDA+LCTO E O MESMO VALOR E A BAIXA (PARES
      *    BAIXADOS SAEM NO RELATORIO BAIXADOS);
      * 3. INCLUI NO CADASTRO OS ITENS DO DIA QUE NAO BAIXARAM (COM A
      *    DATA DESTA RODADA) E PERCORRE AS EM ABERTO LISTANDO NO
      *    RELATORIO DE ENVELHECIMENTO AS ABERTAS HA MAIS DE
      *    WRK-PEND-DIAS-LIMITE DIAS.
      * SO OS REGISTROS TOCADOS SAO REGRAVADOS: UM ABORTO NO MEIO DA
      * BAIXA NAO PERDE O CADASTRO, E A REPETICAO DO FINAL DA RODADA
      * (RESTART) RECONHECE O QUE JA FOI FEITO (7355 E 7415).
       7000-CONCILIA-PENDENCIAS.
           PERFORM 7100-CARREGA-R2-DIA.
           PERFORM 7150-CARREGA-DIVERG3-DIA.
           PERFORM 7200-ABRE-CADASTRO-PENDENCIAS.
           OPEN OUTPUT BAIXADOS.
           MOVE 'BAIXADOS' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-BAIXADOS TO WRK-ERR-FS
           MOVE WRK-FS-PENDAGING TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           PERFORM 7300-BAIXA-CONTRA-O-DIA.
           PERFORM 7400-INCLUI-PENDENCIAS-DO-DIA.
           PERFORM 7050-CONTA-DIAS-DESDE-ANTERIOR.
           PERFORM 7450-PERCORRE-EM-ABERTO.
           CLOSE PENDCAD.
           CLOSE BAIXADOS.
           CLOSE PENDAGING.

      *CONTA EM WRK-DIAS-DESDE-ANT OS DIAS UTEIS ENTRE A DATA DA
      * RODADA ANTERIOR (EXCLUSIVE) E A DESTA (INCLUSIVE), COMO EM
      * 7430. A IDADE DE CADA PENDENCIA NA RODADA ANTERIOR E A IDADE
      * DE HOJE MENOS ESSES DIAS (7420).
       7050-CONTA-DIAS-DESDE-ANTERIOR.
           MOVE ZEROS TO WRK-DIAS-DESDE-ANT
           IF WRK-DATA-RODADA-ANT NOT = ZEROS
              COMPUTE WRK-CONT-INT-INI =
                  FUNCTION INTEGER-OF-DATE (WRK-DATA-RODADA-ANT)
              COMPUTE WRK-CONT-INT-FIM =
                  FUNCTION INTEGER-OF-DATE (WRK-DATA)
              COMPUTE WRK-CONT-INT-CORR = WRK-CONT-INT-INI + 1
              PERFORM UNTIL WRK-CONT-INT-CORR > WRK-CONT-INT-FIM
                  COMPUTE WRK-UTIL-DATA =
                      FUNCTION DATE-OF-INTEGER (WRK-CONT-INT-CORR)
                  PERFORM 0380-TESTA-DIA-UTIL
                  IF DIA-E-UTIL
                     ADD 1 TO WRK-DIAS-DESDE-ANT
                  END-IF
                  ADD 1 TO WRK-CONT-INT-CORR
              END-PERFORM
           END-IF.

      *RELE RESULTADO2 E GUARDA NA TABELA WRK-PDS AS DIVERGENCIAS DE
      * CHAVE ('C') DO DIA - ITENS QUE SO EXISTEM NO SINTETICO. A
      * RELEITURA VALIDA O TRAILER DE INTEGRIDADE ANTES DE USAR OS
           MOVE DIV3-VALOR       TO WRK-PDA-VALOR (WRK-PDA-IDX)
           MOVE DIV3-HST         TO WRK-PDA-HST (WRK-PDA-IDX).

      *ABRE O CADASTRO DE PENDENCIAS PARA ATUALIZACAO. CADASTRO
      * AUSENTE E FATAL: A CRIACAO (E A CARGA DO ANTIGO PENDENTES.TXT)
      * E FEITA UMA UNICA VEZ PELO PROJPENDCONV - CRIAR UM CADASTRO
      * VAZIO AQUI ESCONDERIA AS PENDENCIAS ANTIGAS.
       7200-ABRE-CADASTRO-PENDENCIAS.
           OPEN I-O PENDCAD
           IF WRK-FS-PENDCAD = '35'
              DISPLAY 'CADASTRO DE PENDENCIAS PENDCAD.DAT AUSENTE - '
                      'RODAR O PROJPENDCONV'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM 7490-TESTA-FS-PENDCAD.

      *TENTA BAIXAR, CONTRA O CADASTRO, CADA ITEM DO DIA: OS DO LADO
      * SINTETICO PROCURAM PENDENCIA 'ANAL' E OS DO ANALITICO
      * PROCURAM 'SINT'. CADA ITEM DO DIA BAIXA NO MAXIMO UMA
      * PENDENCIA. A INCLUSAO DOS QUE SOBRAM SO VEM DEPOIS (7400),
      * PARA UM ITEM DO DIA NUNCA BAIXAR OUTRO ITEM DO MESMO DIA.
       7300-BAIXA-CONTRA-O-DIA.
           PERFORM VARYING WRK-PDS-IDX FROM 1 BY 1
                   UNTIL WRK-PDS-IDX > WRK-PDS-QTDE
               MOVE 'SINT' TO WRK-ITEM-ORIGEM
               MOVE 'ANAL' TO WRK-ITEM-LADO-OPOSTO
               MOVE WRK-PDS-PREFIXO (WRK-PDS-IDX) TO WRK-ITEM-PREFIXO
               MOVE WRK-PDS-BALANCETE (WRK-PDS-IDX)
                  TO WRK-ITEM-BALANCETE
               MOVE WRK-PDS-PARTIDA (WRK-PDS-IDX) TO WRK-ITEM-PARTIDA
               MOVE WRK-PDS-LCTO (WRK-PDS-IDX) TO WRK-ITEM-LCTO
               MOVE WRK-PDS-VALOR (WRK-PDS-IDX) TO WRK-ITEM-VALOR
               MOVE WRK-PDS-HST (WRK-PDS-IDX) TO WRK-ITEM-HST
               PERFORM 7350-BUSCA-CONTRAPARTIDA
               IF ACHOU-CONTRAPARTIDA
                  MOVE 'S' TO WRK-PDS-USADA (WRK-PDS-IDX)
                  PERFORM 7360-BAIXA-PENDENCIA
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-PDA-IDX FROM 1 BY 1
                   UNTIL WRK-PDA-IDX > WRK-PDA-QTDE
               MOVE 'ANAL' TO WRK-ITEM-ORIGEM
               MOVE 'SINT' TO WRK-ITEM-LADO-OPOSTO
               MOVE WRK-PDA-PREFIXO (WRK-PDA-IDX) TO WRK-ITEM-PREFIXO
               MOVE WRK-PDA-BALANCETE (WRK-PDA-IDX)
                  TO WRK-ITEM-BALANCETE
               MOVE WRK-PDA-PARTIDA (WRK-PDA-IDX) TO WRK-ITEM-PARTIDA
               MOVE WRK-PDA-LCTO (WRK-PDA-IDX) TO WRK-ITEM-LCTO
               MOVE WRK-PDA-VALOR (WRK-PDA-IDX) TO WRK-ITEM-VALOR
               MOVE WRK-PDA-HST (WRK-PDA-IDX) TO WRK-ITEM-HST
               PERFORM 7350-BUSCA-CONTRAPARTIDA
               IF ACHOU-CONTRAPARTIDA
                  MOVE 'S' TO WRK-PDA-USADA (WRK-PDA-IDX)
                  PERFORM 7360-BAIXA-PENDENCIA
               END-IF
           END-PERFORM.

      *PROCURA NO CADASTRO, PELA CHAVE ALTERNATIVA BALANCETE+
      * PARTIDA+LCTO DO ITEM DO DIA CORRENTE, UMA PENDENCIA DO LADO
      * OPOSTO COM O MESMO VALOR. AO ACHAR, O REGISTRO FICA NA AREA
      * PCD-REG, PRONTO PARA A REGRAVACAO EM 7360.
       7350-BUSCA-CONTRAPARTIDA.
           MOVE 'N' TO WRK-ACHOU-CONTRA
           MOVE 'N' TO WRK-BAIXA-REPETIDA
           MOVE 'N' TO WRK-FIM-GRUPO-PCD
           MOVE WRK-ITEM-BALANCETE TO PCD-BALANCETE
           MOVE WRK-ITEM-PARTIDA TO PCD-PARTIDA
           MOVE WRK-ITEM-LCTO TO PCD-LCTO
           START PENDCAD KEY IS = PCD-CHAVE-PARTIDA
             INVALID KEY
               MOVE 'S' TO WRK-FIM-GRUPO-PCD
           END-START
           PERFORM UNTIL FIM-GRUPO-PCD OR ACHOU-CONTRAPARTIDA
               READ PENDCAD NEXT
                 AT END
                   MOVE 'S' TO WRK-FIM-GRUPO-PCD
                 NOT AT END
                   PERFORM 7490-TESTA-FS-PENDCAD
                   PERFORM 7355-TESTA-CONTRAPARTIDA
               END-READ
           END-PERFORM.

      *CONFERE O REGISTRO LIDO PELA CHAVE ALTERNATIVA: FORA DO GRUPO
      * ENCERRA A BUSCA; DO LADO OPOSTO, COM O MESMO VALOR E EM
      * ABERTO E A CONTRAPARTIDA. JA BAIXADO POR ESTA MESMA RODADA
      * (PROGRAMA, DATA E SUFIXO) TAMBEM SERVE - E A REPETICAO DO
      * FINAL DA RODADA ACHANDO A PROPRIA BAIXA.
       7355-TESTA-CONTRAPARTIDA.
           IF PCD-BALANCETE NOT = WRK-ITEM-BALANCETE
              OR PCD-PARTIDA NOT = WRK-ITEM-PARTIDA
              OR PCD-LCTO NOT = WRK-ITEM-LCTO
              MOVE 'S' TO WRK-FIM-GRUPO-PCD
           ELSE
              IF PCD-ORIGEM = WRK-ITEM-LADO-OPOSTO
                 AND PCD-VALOR = WRK-ITEM-VALOR
                 IF PCD-EM-ABERTO
                    MOVE 'S' TO WRK-ACHOU-CONTRA
                 END-IF
                 IF PCD-BAIXADA
                    AND PCD-BAIXADA-POR = WRK-CTL-PROGRAMA
                    AND PCD-DATA-BAIXA = WRK-DATA
                    AND PCD-SUFIXO-BAIXA = WRK-SUFIXO
                    MOVE 'S' TO WRK-ACHOU-CONTRA
                    MOVE 'S' TO WRK-BAIXA-REPETIDA
                 END-IF
              END-IF
           END-IF.

      *BAIXA NO CADASTRO A PENDENCIA ACHADA EM 7350 (SITUACAO 'B',
      * COM DATA, PROGRAMA, SUFIXO E MOTIVO 'C' - CONCILIADA - DA
      * BAIXA) E GRAVA O PAR NO
      * RELATORIO BAIXADOS.
       7360-BAIXA-PENDENCIA.
           ADD 1 TO WRK-QT-PEND-BAIXADAS
           IF NOT BAIXA-JA-FEITA-NA-RODADA
              MOVE 'B' TO PCD-SITUACAO
              MOVE WRK-DATA TO PCD-DATA-BAIXA
              MOVE WRK-CTL-PROGRAMA TO PCD-BAIXADA-POR
              MOVE WRK-SUFIXO TO PCD-SUFIXO-BAIXA
              MOVE 'C' TO PCD-MOTIVO-BAIXA
              MOVE WRK-DATA TO PCD-DATA-ALTERACAO
              MOVE WRK-CTL-PROGRAMA TO PCD-PROGRAMA-ALTERACAO
              REWRITE PCD-REG
              PERFORM 7490-TESTA-FS-PENDCAD
           END-IF
           PERFORM 7370-GRAVA-BAIXADO.

      *GRAVA NO RELATORIO BAIXADOS O PAR BAIXADO: A PENDENCIA ANTIGA
      * (COM A DATA EM QUE APARECEU) E O LADO DO ITEM DO DIA QUE A
      * LIQUIDOU.
       7370-GRAVA-BAIXADO.
           MOVE SPACES TO BAIX-LINHA
           STRING 'BAIXADA PENDENCIA DE ' DELIMITED BY SIZE
                  PCD-DATA-ORIGEM DELIMITED BY SIZE
                  ' ORIGEM=' DELIMITED BY SIZE
                  PCD-ORIGEM DELIMITED BY SIZE
                  ' BAL=' DELIMITED BY SIZE
                  PCD-BALANCETE DELIMITED BY SIZE
                  ' PART=' DELIMITED BY SIZE
                  PCD-PARTIDA DELIMITED BY SIZE
                  ' LCTO=' DELIMITED BY SIZE
                  PCD-LCTO DELIMITED BY SIZE
                  ' VALOR=' DELIMITED BY SIZE
                  PCD-VALOR DELIMITED BY SIZE
                  ' CONTRA EM ' DELIMITED BY SIZE
                  WRK-DATA DELIMITED BY SIZE
               INTO BAIX-LINHA
           MOVE WRK-FS-BAIXADOS TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *INCLUI NO CADASTRO, COM A DATA DESTA RODADA, OS ITENS DO DIA
      * QUE NAO BAIXARAM NENHUMA PENDENCIA.
       7400-INCLUI-PENDENCIAS-DO-DIA.
           PERFORM VARYING WRK-PDS-IDX FROM 1 BY 1
                   UNTIL WRK-PDS-IDX > WRK-PDS-QTDE
               IF NOT PDS-ITEM-USADO (WRK-PDS-IDX)
                  MOVE 'SINT' TO WRK-ITEM-ORIGEM
                  MOVE WRK-PDS-PREFIXO (WRK-PDS-IDX)
                     TO WRK-ITEM-PREFIXO
                  MOVE WRK-PDS-BALANCETE (WRK-PDS-IDX)
                     TO WRK-ITEM-BALANCETE
                  MOVE WRK-PDS-PARTIDA (WRK-PDS-IDX)
                     TO WRK-ITEM-PARTIDA
                  MOVE WRK-PDS-LCTO (WRK-PDS-IDX) TO WRK-ITEM-LCTO
                  MOVE WRK-PDS-VALOR (WRK-PDS-IDX) TO WRK-ITEM-VALOR
                  MOVE WRK-PDS-HST (WRK-PDS-IDX) TO WRK-ITEM-HST
                  PERFORM 7410-INCLUI-PENDENCIA
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-PDA-IDX FROM 1 BY 1
                   UNTIL WRK-PDA-IDX > WRK-PDA-QTDE
               IF NOT PDA-ITEM-USADO (WRK-PDA-IDX)
                  MOVE 'ANAL' TO WRK-ITEM-ORIGEM
                  MOVE WRK-PDA-PREFIXO (WRK-PDA-IDX)
                     TO WRK-ITEM-PREFIXO
                  MOVE WRK-PDA-BALANCETE (WRK-PDA-IDX)
                     TO WRK-ITEM-BALANCETE
                  MOVE WRK-PDA-PARTIDA (WRK-PDA-IDX)
                     TO WRK-ITEM-PARTIDA
                  MOVE WRK-PDA-LCTO (WRK-PDA-IDX) TO WRK-ITEM-LCTO
                  MOVE WRK-PDA-VALOR (WRK-PDA-IDX) TO WRK-ITEM-VALOR
                  MOVE WRK-PDA-HST (WRK-PDA-IDX) TO WRK-ITEM-HST
                  PERFORM 7410-INCLUI-PENDENCIA
               END-IF
           END-PERFORM.

      *GRAVA A PENDENCIA NOVA DO ITEM DO DIA CORRENTE. CHAVE JA
      * EXISTENTE NO CADASTRO E TRATADA EM 7415.
       7410-INCLUI-PENDENCIA.
           MOVE SPACES TO PCD-REG
           PERFORM 7412-MONTA-PENDENCIA-NOVA
           WRITE PCD-REG
           IF WRK-FS-PENDCAD = '22'
              PERFORM 7415-TRATA-CHAVE-EXISTENTE
           ELSE
              PERFORM 7490-TESTA-FS-PENDCAD
              ADD 1 TO WRK-QT-PEND-NOVAS
           END-IF.

      *MONTA EM PCD-REG A PENDENCIA EM ABERTO DO ITEM DO DIA
      * CORRENTE, COM A DATA DESTA RODADA COMO DATA DE ORIGEM.
       7412-MONTA-PENDENCIA-NOVA.
           MOVE WRK-ITEM-ORIGEM TO PCD-ORIGEM
           MOVE WRK-ITEM-PREFIXO TO PCD-PREFIXO
           MOVE WRK-ITEM-BALANCETE TO PCD-BALANCETE
           MOVE WRK-ITEM-PARTIDA TO PCD-PARTIDA
           MOVE WRK-ITEM-LCTO TO PCD-LCTO
           MOVE WRK-DATA TO PCD-DATA-ORIGEM
           MOVE WRK-ITEM-VALOR TO PCD-VALOR
           MOVE WRK-ITEM-HST TO PCD-HST
           MOVE 'A' TO PCD-SITUACAO
           MOVE WRK-DATA TO PCD-DATA-ALTERACAO
           MOVE WRK-CTL-PROGRAMA TO PCD-PROGRAMA-ALTERACAO
           MOVE ZEROS TO PCD-DATA-BAIXA
           MOVE SPACES TO PCD-BAIXADA-POR
           MOVE SPACES TO PCD-SUFIXO-BAIXA
           MOVE SPACE TO PCD-MOTIVO-BAIXA.

      *A CHAVE DO ITEM DO DIA JA ESTA NO CADASTRO:
      * - BAIXADA PELA CONTRAPARTIDA ('C'): O ITEM VOLTOU A DIVERGIR E
      *   A PENDENCIA E REABERTA COM A DATA DESTA RODADA;
      * - BAIXADA CONTRA PROVISAO ('P'): A BAIXA JA FOI LANCADA NO
      *   RAZAO E NAO E DESFEITA AQUI - O REGISTRO FICA COMO ESTA E O
      *   ITEM E CONTADO A PARTE E LISTADO NO BAIXADOS (7418) PARA A
      *   MESA DE PROVISAO;
      * - EM ABERTO DESDE ESTA DATA: INCLUSAO JA FEITA POR ESTA
      *   RODADA (RESTART OU REPROCESSAMENTO) - NADA A GRAVAR;
      * - EM ABERTO DESDE DATA ANTERIOR: A PENDENCIA ANTIGA SEGUE COMO
      *   ESTA, SEM PERDER A DATA DE ORIGEM (O ENVELHECIMENTO CONTINUA
      *   CORRENDO), E E CONTADA A PARTE.
       7415-TRATA-CHAVE-EXISTENTE.
           READ PENDCAD KEY IS PCD-CHAVE
           PERFORM 7490-TESTA-FS-PENDCAD
           EVALUATE TRUE
             WHEN PCD-BAIXADA AND PCD-BAIXA-PROVISAO
               ADD 1 TO WRK-QT-PEND-PROV-REDIV
               PERFORM 7418-GRAVA-PROVISAO-REDIVERGE
             WHEN PCD-BAIXADA
               PERFORM 7412-MONTA-PENDENCIA-NOVA
               REWRITE PCD-REG
               PERFORM 7490-TESTA-FS-PENDCAD
               ADD 1 TO WRK-QT-PEND-NOVAS
             WHEN PCD-DATA-ORIGEM = WRK-DATA
               ADD 1 TO WRK-QT-PEND-NOVAS
             WHEN OTHER
               ADD 1 TO WRK-QT-PEND-JA-ABERTAS
           END-EVALUATE.

      *GRAVA NO RELATORIO BAIXADOS O ITEM DO DIA CUJA PENDENCIA FOI
      * BAIXADA CONTRA PROVISAO E VOLTOU A DIVERGIR: DATA DA BAIXA,
      * CHAVE E VALOR DO ITEM DO DIA.
       7418-GRAVA-PROVISAO-REDIVERGE.
           MOVE SPACES TO BAIX-LINHA
           STRING 'PROVISIONADA EM ' DELIMITED BY SIZE
                  PCD-DATA-BAIXA DELIMITED BY SIZE
                  ' VOLTOU A DIVERGIR ORIGEM=' DELIMITED BY SIZE
                  PCD-ORIGEM DELIMITED BY SIZE
                  ' BAL=' DELIMITED BY SIZE
                  PCD-BALANCETE DELIMITED BY SIZE
                  ' PART=' DELIMITED BY SIZE
                  PCD-PARTIDA DELIMITED BY SIZE
                  ' LCTO=' DELIMITED BY SIZE
                  PCD-LCTO DELIMITED BY SIZE
                  ' VALOR=' DELIMITED BY SIZE
                  WRK-ITEM-VALOR DELIMITED BY SIZE
                  ' PREF=' DELIMITED BY SIZE
                  PCD-PREFIXO DELIMITED BY SIZE
               INTO BAIX-LINHA
           END-STRING
           WRITE BAIX-LINHA
           MOVE 'BAIXADOS' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-BAIXADOS TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *PERCORRE O CADASTRO NA ORDEM DA CHAVE E AVALIA O
      * ENVELHECIMENTO DE CADA PENDENCIA EM ABERTO (AS INCLUIDAS HOJE
      * TEM ZERO DIAS E NUNCA PASSAM DO LIMITE). E SO LEITURA - O
      * CADASTRO NAO E REGRAVADO. AS CARREGADAS (SOBREVIVENTES DE
      * RODADAS ANTERIORES) SAO AS EM ABERTO MENOS AS NOVAS.
       7450-PERCORRE-EM-ABERTO.
           MOVE 'N' TO WRK-FIM-GRUPO-PCD
           MOVE LOW-VALUES TO PCD-CHAVE
           START PENDCAD KEY IS NOT LESS THAN PCD-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-FIM-GRUPO-PCD
           END-START
           PERFORM UNTIL FIM-GRUPO-PCD
               READ PENDCAD NEXT
                 AT END
                   MOVE 'S' TO WRK-FIM-GRUPO-PCD
                 NOT AT END
                   PERFORM 7490-TESTA-FS-PENDCAD
                   IF PCD-EM-ABERTO
                      ADD 1 TO WRK-QT-PEND-ABERTAS
                      PERFORM 7420-AVALIA-ENVELHECIMENTO
                   END-IF
               END-READ
           END-PERFORM
           IF WRK-QT-PEND-ABERTAS > WRK-QT-PEND-NOVAS
              COMPUTE WRK-QT-PEND-CARREGADAS =
                  WRK-QT-PEND-ABERTAS - WRK-QT-PEND-NOVAS
           END-IF.

      *CONFERE O FILE STATUS DO CADASTRO DE PENDENCIAS ('02' = CHAVE
      * ALTERNATIVA REPETIDA, NORMAL NESTE ARQUIVO) E DERRUBA A
      * RODADA EM ERRO DE E/S.
       7490-TESTA-FS-PENDCAD.
           IF NOT FS-PENDCAD-OK
              MOVE 'PENDCAD' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDCAD TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF.

      *APURA A IDADE DA PENDENCIA CORRENTE (PCD-REG) EM DIAS UTEIS
      * (7430 DESCONTA FINS DE SEMANA E FERIADOS DO CALENDARIO) E,
      * SE PASSOU DO LIMITE, GRAVA A LINHA NO RELATORIO DE
      * ENVELHECIMENTO.
              STRING 'PENDENTE HA ' DELIMITED BY SIZE
                     WRK-DIAS-ABERTO DELIMITED BY SIZE
                     ' DIAS UTEIS (DESDE ' DELIMITED BY SIZE
                     PCD-DATA-ORIGEM DELIMITED BY SIZE
                     ') ORIGEM=' DELIMITED BY SIZE
                     PCD-ORIGEM DELIMITED BY SIZE
                     ' BAL=' DELIMITED BY SIZE
                     PCD-BALANCETE DELIMITED BY SIZE
                     ' PART=' DELIMITED BY SIZE
                     PCD-PARTIDA DELIMITED BY SIZE
                     ' LCTO=' DELIMITED BY SIZE
                     PCD-LCTO DELIMITED BY SIZE
                     ' VALOR=' DELIMITED BY SIZE
                     PCD-VALOR DELIMITED BY SIZE
                     ' PREF=' DELIMITED BY SIZE
                     PCD-PREFIXO DELIMITED BY SIZE
                  INTO AGING-LINHA
              END-STRING
      *PASSOU DO LIMITE DESDE A RODADA ANTERIOR = NOVA NO RELATORIO
      * (ABERTA DEPOIS DELA, OU SEM RODADA ANTERIOR, CONTA ZERO).
              IF WRK-DATA-RODADA-ANT = ZEROS
                 OR PCD-DATA-ORIGEM NOT < WRK-DATA-RODADA-ANT
                 MOVE ZEROS TO WRK-DIAS-ABERTO-ANT
              ELSE
                 COMPUTE WRK-DIAS-ABERTO-ANT =
                     WRK-DIAS-ABERTO - WRK-DIAS-DESDE-ANT
              END-IF
              IF WRK-DIAS-ABERTO-ANT NOT > WRK-PEND-DIAS-LIMITE
                 MOVE ' NOVA' TO AGING-LINHA (136:5)
              END-IF
              WRITE AGING-LINHA
              MOVE 'PENDAGING' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDAGING TO WRK-ERR-FS
       7430-CONTA-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-ABERTO
           COMPUTE WRK-CONT-INT-INI =
               FUNCTION INTEGER-OF-DATE (PCD-DATA-ORIGEM)
           COMPUTE WRK-CONT-INT-FIM =
               FUNCTION INTEGER-OF-DATE (WRK-DATA)
           COMPUTE WRK-CONT-INT-CORR = WRK-CONT-INT-INI + 1
      * TRANSFERENCIA ENTRE PREFIXOS: HST 003 (TRANSFERENCIA), COM
      * PREFIXO DE DESTINO INFORMADO E DIFERENTE DO DE ORIGEM.
      * REGISTROS QUE FALHARIAM NA CRITICA DE ENTRADA DO MERGE SAO
      * IGNORADOS AQUI (JA FORAM GRAVADOS EM REJEITADOS). O DESTINO E
      * CONFERIDO NO CADASTRO DE AGENCIAS EM 7620.
       7610-CARREGA-TRANSFERENCIAS.
           OPEN INPUT ANALITICO
           MOVE 'ANALITICO' TO WRK-ERR-ARQUIVO
           END-PERFORM
           CLOSE ANALITICO.

      *GUARDA UMA PERNA DE TRANSFERENCIA NA TABELA DE PAREAMENTO. A
      * PERNA CUJO DESTINO NAO E AGENCIA RECONHECIDA (FORA DO CADASTRO
      * OU ENCERRADA) JA ENTRA COM DESTINO INVALIDO: NAO HA PERNA DE
      * VOLTA POSSIVEL - O REGISTRO DE VOLTA SERIA REJEITADO NA
      * CRITICA COM O MOTIVO '05'.
       7620-GUARDA-PERNA.
           IF WRK-TRF-QTDE >= 20000
              DISPLAY 'TABELA DE TRANSFERENCIAS ESGOTADA - AUMENTAR '
           END-IF
           ADD 1 TO WRK-TRF-QTDE
           ADD 1 TO WRK-QT-TRF-LIDAS
           MOVE ANAL-PREF-DEST TO WRK-VAL-PREFIXO
           PERFORM 1175-VALIDA-PREFIXO
           IF PREFIXO-RECONHECIDO
              MOVE 'A' TO WRK-TRF-SITUACAO (WRK-TRF-QTDE)
           ELSE
              MOVE 'I' TO WRK-TRF-SITUACAO (WRK-TRF-QTDE)
              ADD 1 TO WRK-QT-TRF-DEST-INV
           END-IF
           MOVE ANAL-PREF-ORIG TO WRK-TRF-PREF-ORIG (WRK-TRF-QTDE)
           MOVE ANAL-BALANCETE TO WRK-TRF-BALANCETE (WRK-TRF-QTDE)
           MOVE ANAL-PREF-DEST TO WRK-TRF-PREF-DEST (WRK-TRF-QTDE)
      *PARA CADA PERNA EM ABERTO, PROCURA A PERNA DE VOLTA (ORIGEM E
      * DESTINO INVERTIDOS, MESMA PARTIDA E MESMO VALOR) E MARCA AS
      * DUAS COMO PAREADAS. CADA PERNA PAREIA NO MAXIMO UMA VEZ.
      * PERNA COM DESTINO INVALIDO NAO ENTRA NO PAREAMENTO.
       7650-PAREIA-TRANSFERENCIAS.
           PERFORM VARYING WRK-TRF-I FROM 1 BY 1
                   UNTIL WRK-TRF-I > WRK-TRF-QTDE
               IF TRF-PERNA-EM-ABERTO (WRK-TRF-I)
                  PERFORM 7660-BUSCA-PERNA-VOLTA
                  IF ACHOU-PERNA-VOLTA
                     MOVE 'P' TO WRK-TRF-SITUACAO (WRK-TRF-I)
           COMPUTE WRK-TRF-J = WRK-TRF-I + 1
           PERFORM UNTIL ACHOU-PERNA-VOLTA
                     OR WRK-TRF-J > WRK-TRF-QTDE
               IF TRF-PERNA-EM-ABERTO (WRK-TRF-J)
                  AND WRK-TRF-PREF-ORIG (WRK-TRF-J) =
                         WRK-TRF-PREF-DEST (WRK-TRF-I)
                  AND WRK-TRF-PREF-DEST (WRK-TRF-J) =
           STRING 'TOTAL GERAL: PERNAS LIDAS=' WRK-QT-TRF-LIDAS
                  ' PAREADAS=' WRK-QT-TRF-PAREADAS
                  ' SEM CONTRAPARTIDA=' WRK-QT-TRF-SOLTAS
                  ' (DESTINO INVALIDO=' WRK-QT-TRF-DEST-INV ')'
               DELIMITED BY SIZE INTO TRANSF-LINHA
           WRITE TRANSF-LINHA
           MOVE 'TRANSFER' TO WRK-ERR-ARQUIVO
           PERFORM 9890-TESTA-FILE-STATUS.

      *GRAVA NO RELATORIO A LINHA DE DETALHE DE UMA PERNA SEM
      * CONTRAPARTIDA. A PERNA COM DESTINO INVALIDO LEVA A MARCA NO
      * FIM DA LINHA, DEPOIS DOS CAMPOS FIXOS RELIDOS PELO
      * PROJEXTRATO.
       7720-GRAVA-PERNA-SOLTA.
           MOVE SPACES TO TRANSF-LINHA
           STRING 'SEM CONTRAPARTIDA ORIG='
                  ' PART=' WRK-TRF-PARTIDA (WRK-TRF-I)
                  ' VALOR=' WRK-TRF-VALOR (WRK-TRF-I)
               DELIMITED BY SIZE INTO TRANSF-LINHA
           IF TRF-DESTINO-INVALIDO (WRK-TRF-I)
              MOVE ' DESTINO NAO CADASTRADO OU ENCERRADO'
                 TO TRANSF-LINHA (97:36)
           END-IF
           WRITE TRANSF-LINHA
           MOVE 'TRANSFER' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-TRANSFER TO WRK-ERR-FS
           DISPLAY 'PENDENCIAS CARREGADAS: QT=' WRK-QT-PEND-CARREGADAS
           DISPLAY 'PENDENCIAS NOVAS ....: QT=' WRK-QT-PEND-NOVAS
           DISPLAY 'PENDENCIAS VENCIDAS .: QT=' WRK-QT-PEND-VENCIDAS
           DISPLAY 'PENDENCIAS JA ABERTAS: QT=' WRK-QT-PEND-JA-ABERTAS
           DISPLAY 'PROVISIONADAS REDIVER: QT=' WRK-QT-PEND-PROV-REDIV
           DISPLAY 'TRANSF SEM CONTRAPART: QT=' WRK-QT-TRF-SOLTAS
                   ' DESTINO INVALIDO=' WRK-QT-TRF-DEST-INV
           DISPLAY 'GRUPOS DUPLICADOS ...: SINT=' WRK-QT-DUP-SINT
                   ' ANAL=' WRK-QT-DUP-ANAL
           MOVE SPACES TO RESUMO-LINHA
           STRING 'TRANSFERENCIAS LIDAS=' WRK-QT-TRF-LIDAS
               ' PAREADAS=' WRK-QT-TRF-PAREADAS
               ' SEM CONTRAPARTIDA=' WRK-QT-TRF-SOLTAS
               ' DESTINO INVALIDO=' WRK-QT-TRF-DEST-INV
               DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 9100-GRAVA-LINHA-RESUMO
           MOVE SPACES TO RESUMO-LINHA
           DISPLAY 'MENOR QUE A ANTERIOR ' WRK-SEQ-CHAVE-ANT
           PERFORM 9950-ABENDA-RODADA.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'SINT=' DELIMITED BY SIZE
                  WRK-QT-SINT-LIDOS DELIMITED BY SIZE
                  ' ANAL=' DELIMITED BY SIZE
                  WRK-QT-ANAL-LIDOS DELIMITED BY SIZE
                  ' R1=' DELIMITED BY SIZE
                  WRK-QT-R1-GRAVADOS DELIMITED BY SIZE
                  ' R2=' DELIMITED BY SIZE
                  WRK-QT-R2-GRAVADOS DELIMITED BY SIZE
                  ' R3=' DELIMITED BY SIZE
                  WRK-QT-R3-GRAVADOS DELIMITED BY SIZE
                  ' REJ=' DELIMITED BY SIZE
                  WRK-QT-REJEITADOS DELIMITED BY SIZE
                  ' PEND=' DELIMITED BY SIZE
                  WRK-QT-PEND-NOVAS DELIMITED BY SIZE
                  ' TRF=' DELIMITED BY SIZE
                  WRK-QT-TRF-SOLTAS DELIMITED BY SIZE
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

      *TERMINO ANORMAL DA RODADA: RETURN-CODE 16 PARA O SCHEDULER.
      * O CHECKPOINT (SE HOUVER) FICA COMO ESTA, PERMITINDO RESTART.
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
