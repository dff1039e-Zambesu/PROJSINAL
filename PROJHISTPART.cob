       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJHISTPART.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: CONSULTAR O HISTORICO COMPLETO DE UMA PARTIDA EM TODOS
      *          OS ARQUIVOS SUFIXADOS DO SISTEMA, VIVOS OU ARQUIVADOS
      *DATA:15/10/2026
      *
      *QUANDO UMA AGENCIA LIGA POR CAUSA DE UMA PARTIDA, A MESA
      *PRECISAVA VASCULHAR UMA DUZIA DE ARQUIVOS SUFIXADOS NA MAO.
      *ESTE PROGRAMA RECEBE A PARTIDA (OPCIONALMENTE RESTRITA A UM
      *BALANCETE E/OU A UM PREFIXO) E UMA FAIXA DE SUFIXOS (MMDD) E
      *PROCURA O ITEM EM REJEITADOS, DUPLICADOS, RESULTADO2, DIVERG3,
      *BAIXADOS, REINJET, DECHIST, DECISOES, CONFIRM2, CONFIRM3,
      *AJUSTES, ACEITE, BAIXAS, RETBAIXA E ACEBAIXA DE CADA SUFIXO DA
      *FAIXA (DECHIST GUARDA AS LINHAS DE DECISAO SUBSTITUIDAS PELO
      *PROJDECIDE, COMO O ITEM DEVOLVIDO PELA SEGUNDA ALCADA).
      *OS SUFIXOS JA EXPURGADOS PELO PROJRETENCAO SAO LIDOS DOS
      *ARQUIVOS MORTOS (ARQMORTO.<DATA>.TXT), PELA LINHA DE MARCACAO
      *QUE ANTECEDE CADA ARQUIVO COPIADO. O RELATORIO
      *HISTPART.<PARTIDA>.TXT LISTA OS EVENTOS EM ORDEM DE DATA (E,
      *NO MESMO DIA, NA ORDEM DOS PASSOS DA RODADA): A
      *DIVERGENCIA E O LADO, AS REJEICOES COM O MOTIVO, OS VEREDITOS
      *COM ANALISTA E JUSTIFICATIVA, A APROVACAO DA ALCADA, O LOTE DE
      *AJUSTES E O ACEITE OU A REJEICAO DO RAZAO, O LOTE DE BAIXA
      *CONTRA PROVISAO (PROJBAIXA), O RETORNO DO RAZAO PARA ELE E A
      *CONCILIACAO DESSE RETORNO. FECHA COM A PRIMEIRA DIVERGENCIA DA
      *FAIXA E A SITUACAO ATUAL NO CADASTRO INDEXADO PENDCAD.DAT: A
      *PENDENCIA EM ABERTO SAI COM A IDADE EM DIAS UTEIS (CALENDARIO
      *DE FERIADOS.TXT) E A BAIXADA COM A DATA, QUEM BAIXOU, O SUFIXO
      *E O MOTIVO DA BAIXA (CONCILIADA NA RODADA OU CONTRA PROVISAO).
      *CONSULTA SOMENTE LEITURA: NAO GRAVA NO CONTROLE DA RODADA E
      *PODE SER EXECUTADA A QUALQUER HORA.
      *A FAIXA TERMINA NA OCORRENCIA MAIS RECENTE DO SUFIXO FINAL ATE
      *A DATA DA CONSULTA E COMECA NA OCORRENCIA MAIS RECENTE DO
      *SUFIXO INICIAL ATE O FINAL - UMA FAIXA 1001 A 0115 ATRAVESSA A
      *VIRADA DO ANO. O ARQUIVO VIVO DE UM SUFIXO SO E LIDO QUANDO O
      *DIA TEM MENOS DE UM ANO (DEPOIS DISSO O NOME MMDD JA FOI
      *REAPROVEITADO PELA RODADA DO ANO SEGUINTE).
      *RETURN-CODE: 0 = HISTORICO ENCONTRADO; 4 = PARTIDA NAO
      *ENCONTRADA NA FAIXA NEM NO CADASTRO; 16 = ERRO FATAL (CARTAO
      *INVALIDO OU E/S).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ARQUIVO VIVO GENERICO: O MESMO SELECT E REABERTO COM O NOME
      * <CLASSE>.<SUFIXO>.TXT DE CADA CLASSE EM CADA SUFIXO DA FAIXA.
      * ARQUIVO AUSENTE NAO E ERRO (NEM TODA CLASSE EXISTE EM TODO
      * SUFIXO).
         SELECT HISTIN ASSIGN TO DYNAMIC WRK-NOME-HISTIN
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-HISTIN.

      *CARREGA UM ARQUIVO MORTO DO PROJRETENCAO. NOME MONTADO COM A
      * DATA DO EXPURGO; DATA SEM ARQUIVO MORTO NAO E ERRO.
         SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-ARQMORTO
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-ARQMORTO.

      *CARREGA O CADASTRO INDEXADO DE PENDENCIAS (NOME FIXO E MESMA
      * DECLARACAO DO PROJSINANAL), LIDO PELA CHAVE DA PARTIDA PARA A
      * SITUACAO ATUAL - EM ABERTO OU BAIXADA. SO LEITURA.
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

      *CARREGA O CALENDARIO DE FERIADOS (MESMO ARQUIVO DE NOME FIXO
      * DO PROJSINANAL), PARA A IDADE EM DIAS UTEIS. ARQUIVO AUSENTE
      * NAO E ERRO: SO OS FINS DE SEMANA SAO TRATADOS COMO NAO UTEIS.
         SELECT FERIADOS ASSIGN TO 'FERIADOS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-FERIADOS.

      *CARREGA O RELATORIO DO HISTORICO DA PARTIDA.
         SELECT HISTPART ASSIGN TO DYNAMIC WRK-NOME-HISTPART
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-HISTPART.

       DATA DIVISION.
       FILE SECTION.

      *O MAIOR REGISTRO ENTRE AS CLASSES LIDAS E O DO DECISOES (400).
       FD HISTIN.
         01 HIN-LINHA                  PIC X(400).

       FD ARQMORTO.
         01 MORTO-LINHA                PIC X(400).

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

       FD FERIADOS.
         01 FER-REG.
           05 FER-DATA                 PIC 9(08).
           05 FER-DESC                 PIC X(30).

       FD HISTPART.
         01 HIST-LINHA                 PIC X(200).

       WORKING-STORAGE SECTION.

       77 WRK-FS-HISTIN                PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQMORTO              PIC X(02) VALUE SPACES.
       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.
       77 WRK-FS-FERIADOS              PIC X(02) VALUE SPACES.
       77 WRK-FS-HISTPART              PIC X(02) VALUE SPACES.

       77 WRK-NOME-HISTIN              PIC X(40) VALUE SPACES.
       77 WRK-NOME-ARQMORTO            PIC X(40) VALUE SPACES.
       77 WRK-NOME-HISTPART            PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.
       77 WRK-FIM-CADASTRO             PIC X(01) VALUE 'N'.
           88 FIM-CADASTRO                        VALUE 'S'.

      *APOIO DO TRATAMENTO CENTRALIZADO DE ERRO DE E/S.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-ERR-FS                   PIC X(02) VALUE SPACES.

      *DATA DA CONSULTA (INFORMADA PELO OPERADOR): FIM DA FAIXA DE
      * SUFIXOS E BASE DA IDADE DAS PENDENCIAS EM ABERTO.
       01 WRK-DATA.
           05 WRK-DATA-ANO              PIC 9(04).
           05 WRK-DATA-MES              PIC 9(02).
           05 WRK-DATA-DIA              PIC 9(02).
       01 WRK-DATA-NUM REDEFINES WRK-DATA
                                       PIC 9(08).

      *PARTIDA CONSULTADA E FILTROS OPCIONAIS (CARTAO EM BRANCO OU
      * ZERADO = QUALQUER BALANCETE / QUALQUER PREFIXO).
       01 WRK-PARTIDA-CARTAO           PIC X(17) VALUE SPACES.
       01 WRK-PARTIDA REDEFINES WRK-PARTIDA-CARTAO
                                       PIC 9(17).
       01 WRK-FILTRO-BAL-CARTAO        PIC X(09) VALUE SPACES.
       01 WRK-FILTRO-BAL REDEFINES WRK-FILTRO-BAL-CARTAO
                                       PIC 9(09).
       01 WRK-FILTRO-PREF-CARTAO       PIC X(05) VALUE SPACES.
       01 WRK-FILTRO-PREF REDEFINES WRK-FILTRO-PREF-CARTAO
                                       PIC 9(05).
       77 WRK-TXT-FILTRO-BAL           PIC X(09) VALUE SPACES.
       77 WRK-TXT-FILTRO-PREF          PIC X(05) VALUE SPACES.

      *FAIXA DE SUFIXOS (CONVENCAO MMDD) E AS DATAS DE CALENDARIO
      * APURADAS PARA O INICIO E O FIM DA FAIXA.
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
       77 WRK-DATA-INI                 PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM                 PIC 9(08) VALUE ZEROS.
       77 WRK-INT-INI                  PIC 9(08) VALUE ZEROS.
       77 WRK-INT-FIM                  PIC 9(08) VALUE ZEROS.
       77 WRK-INT-CONSULTA             PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-TENTATIVA            PIC 9(04) VALUE ZEROS.

      *LACO PELOS DIAS DA FAIXA (ARQUIVOS VIVOS) E PELAS DATAS DE
      * EXPURGO (ARQUIVOS MORTOS).
       77 WRK-INT-CORR                 PIC 9(08) VALUE ZEROS.
       01 WRK-DIA-CORR                 PIC 9(08) VALUE ZEROS.
       01 WRK-DIA-CORR-DEC REDEFINES WRK-DIA-CORR.
           05 WRK-DIA-CORR-ANO          PIC 9(04).
           05 WRK-DIA-CORR-MES          PIC 9(02).
           05 WRK-DIA-CORR-DIA          PIC 9(02).
       77 WRK-SUF-TEXTO                PIC X(04) VALUE SPACES.
       77 WRK-INT-MORTO                PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-MORTO               PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-MORTO-DEC REDEFINES WRK-DATA-MORTO.
           05 WRK-DATA-MORTO-ANO        PIC 9(04).
           05 FILLER                    PIC 9(04).
       77 WRK-DATA-MORTO-TEXTO         PIC X(08) VALUE SPACES.

      *CLASSES DE ARQUIVO PESQUISADAS, NA ORDEM DOS PASSOS DA RODADA
      * DIARIA. O NUMERO DA CLASSE E TAMBEM A ORDEM DO EVENTO DENTRO
      * DO MESMO DIA NO RELATORIO.
       01 WRK-CLS-VALORES.
           05 FILLER                    PIC X(12) VALUE 'REJEITADOS'.
           05 FILLER                    PIC X(12) VALUE 'DUPLICADOS'.
           05 FILLER                    PIC X(12) VALUE 'RESULTADO2'.
           05 FILLER                    PIC X(12) VALUE 'DIVERG3'.
           05 FILLER                    PIC X(12) VALUE 'BAIXADOS'.
           05 FILLER                    PIC X(12) VALUE 'REINJET'.
           05 FILLER                    PIC X(12) VALUE 'DECHIST'.
           05 FILLER                    PIC X(12) VALUE 'DECISOES'.
           05 FILLER                    PIC X(12) VALUE 'CONFIRM2'.
           05 FILLER                    PIC X(12) VALUE 'CONFIRM3'.
           05 FILLER                    PIC X(12) VALUE 'AJUSTES'.
           05 FILLER                    PIC X(12) VALUE 'ACEITE'.
           05 FILLER                    PIC X(12) VALUE 'BAIXAS'.
           05 FILLER                    PIC X(12) VALUE 'RETBAIXA'.
           05 FILLER                    PIC X(12) VALUE 'ACEBAIXA'.
       01 WRK-CLS-TABELA REDEFINES WRK-CLS-VALORES.
           05 WRK-CLS-NOME OCCURS 15 TIMES INDEXED BY WRK-CLS-IDX
                                       PIC X(12).
       77 WRK-CLS-QTDE                 PIC 9(02) VALUE 15.
       77 WRK-CLS-CORR                 PIC 9(02) VALUE ZEROS.
           88 CLS-REJEITADOS                      VALUE 1.
           88 CLS-DUPLICADOS                      VALUE 2.
           88 CLS-RESULTADO2                      VALUE 3.
           88 CLS-DIVERG3                         VALUE 4.
           88 CLS-BAIXADOS                        VALUE 5.
           88 CLS-REINJET                         VALUE 6.
           88 CLS-DECHIST                         VALUE 7.
           88 CLS-DECISOES                        VALUE 8.
           88 CLS-CONFIRM2                        VALUE 9.
           88 CLS-CONFIRM3                        VALUE 10.
           88 CLS-AJUSTES                         VALUE 11.
           88 CLS-ACEITE                          VALUE 12.
           88 CLS-BAIXAS                          VALUE 13.
           88 CLS-RETBAIXA                        VALUE 14.
           88 CLS-ACEBAIXA                        VALUE 15.

      *ORIGEM DO ARQUIVO EM LEITURA: 'V' = ARQUIVO VIVO DO SUFIXO;
      * 'M' = SECAO DE UM ARQUIVO MORTO. DATA DE CALENDARIO E
      * SUFIXO A QUE AS LINHAS LIDAS PERTENCEM.
       77 WRK-FONTE-CORR               PIC X(01) VALUE 'V'.
           88 FONTE-ARQUIVO-MORTO                 VALUE 'M'.
       77 WRK-DATA-SUF-CORR            PIC 9(08) VALUE ZEROS.
       77 WRK-SUF-CORR                 PIC X(04) VALUE SPACES.

      *LINHA DE MARCACAO GRAVADA PELO PROJRETENCAO ANTES DE CADA
      * ARQUIVO COPIADO PARA O MORTO:
      * '>> ARQUIVO <NOME X(40)> ARQUIVADO EM <DATA>'.
       01 WRK-MRC-AREA.
           05 WRK-MRC-ROTULO            PIC X(11).
               88 MRC-LINHA-DE-MARCACAO           VALUE '>> ARQUIVO '.
           05 WRK-MRC-NOME              PIC X(40).
           05 FILLER                    PIC X(349).
       77 WRK-MRC-CLASSE               PIC X(12) VALUE SPACES.
       01 WRK-MRC-SUFIXO               PIC X(04) VALUE SPACES.
       01 WRK-MRC-SUFIXO-NUM REDEFINES WRK-MRC-SUFIXO
                                       PIC 9(04).
       77 WRK-MRC-CANDIDATA            PIC 9(08) VALUE ZEROS.
       77 WRK-MRC-INT                  PIC 9(08) VALUE ZEROS.
       77 WRK-MORTO-SECAO-ATIVA        PIC X(01) VALUE 'N'.
           88 MORTO-SECAO-ATIVA                   VALUE 'S'.
       77 WRK-LINHA-CONTROLE           PIC X(01) VALUE 'N'.
           88 LINHA-DE-CONTROLE                   VALUE 'S'.

      *AREA DE DESMONTE DA LINHA LIDA. CADA CLASSE TEM SEU LAYOUT
      * (MESMOS LAYOUTS GRAVADOS PELOS PROGRAMAS DE ORIGEM); AS
      * LINHAS DE RELATORIO SAO LIDAS PELAS POSICOES FIXAS DOS
      * ROTULOS MONTADOS NO STRING DE QUEM AS GRAVA.
       01 WRK-LINHA                    PIC X(400).

      *MESMO LAYOUT DO REJ-REG GRAVADO PELO PROJSINANAL E PELO
      * PROJREINJETA.
       01 WRK-LIN-REJ REDEFINES WRK-LINHA.
           05 WRK-REJ-DATA              PIC 9(08).
           05 WRK-REJ-ORIGEM            PIC X(04).
           05 WRK-REJ-PREFIXO           PIC 9(03).
           05 WRK-REJ-BALANCETE         PIC 9(09).
           05 WRK-REJ-PARTIDA           PIC 9(17).
           05 WRK-REJ-LCTO              PIC 9(02).
           05 WRK-REJ-VALOR             PIC 9(15).
           05 WRK-REJ-COD-MOTIVO        PIC X(02).
               88 REJ-MOTIVO-VALOR-ZERADO          VALUE '01'.
               88 REJ-MOTIVO-LCTO-INVALIDO         VALUE '02'.
               88 REJ-MOTIVO-BALANCETE-ZERADO      VALUE '03'.
               88 REJ-MOTIVO-PARTIDA-ZERADA        VALUE '04'.
               88 REJ-MOTIVO-PREFIXO-INVALIDO      VALUE '05'.
           05 FILLER                    PIC X(340).

      *MESMO LAYOUT DO RESUL2-REG GRAVADO PELO PROJSINANAL (TAMBEM O
      * DO CONFIRM2 GRAVADO PELO PROJAPROVA).
       01 WRK-LIN-R2 REDEFINES WRK-LINHA.
           05 WRK-R2-DATA               PIC 9(08).
           05 WRK-R2-PREFIXO            PIC 9(05).
           05 WRK-R2-BALANCETE          PIC 9(09).
           05 WRK-R2-PARTIDA            PIC 9(17).
           05 WRK-R2-LCTO               PIC 9(04).
           05 WRK-R2-VALOR              PIC 9(17).
           05 WRK-R2-HST                PIC 9(03).
           05 WRK-R2-TIPO-DIVERG        PIC X(01).
           05 FILLER                    PIC X(336).

      *MESMO LAYOUT DO DIV3-REG GRAVADO PELO PROJSINANAL (TAMBEM O
      * DO CONFIRM3 GRAVADO PELO PROJAPROVA).
       01 WRK-LIN-D3 REDEFINES WRK-LINHA.
           05 WRK-D3-DATA               PIC 9(08).
           05 WRK-D3-PREF-ORIG          PIC 9(03).
           05 WRK-D3-BALANCETE          PIC 9(09).
           05 WRK-D3-PREF-DEST          PIC 9(05).
           05 WRK-D3-PARTIDA            PIC 9(17).
           05 WRK-D3-LCTO               PIC 9(02).
           05 WRK-D3-VALOR              PIC 9(15).
           05 WRK-D3-HST                PIC 9(03).
           05 WRK-D3-TIPO-DIVERG        PIC X(01).
           05 FILLER                    PIC X(337).

      *LINHA DO DUPLICADOS (PROJSINANAL 1110/1210):
      * 'DUPLICIDADE SINT BAL=<9> PART=<17> LCTO=<2> ...'.
       01 WRK-LIN-DUP REDEFINES WRK-LINHA.
           05 WRK-DUP-ROTULO            PIC X(12).
               88 DUP-LINHA-DE-ITEM               VALUE 'DUPLICIDADE '.
           05 FILLER                    PIC X(09).
           05 WRK-DUP-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-DUP-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(347).

      *LINHA DO BAIXADOS (PROJSINANAL 7370): 'BAIXADA PENDENCIA DE
      * <DATA> ORIGEM=<4> BAL=<9> PART=<17> LCTO=<2> VALOR=<15>
      * CONTRA EM <DATA>'.
       01 WRK-LIN-BXA REDEFINES WRK-LINHA.
           05 WRK-BXA-ROTULO            PIC X(21).
               88 BXA-LINHA-DE-ITEM
                                 VALUE 'BAIXADA PENDENCIA DE '.
           05 WRK-BXA-DATA-ORIGEM       PIC 9(08).
           05 FILLER                    PIC X(08).
           05 WRK-BXA-ORIGEM            PIC X(04).
           05 FILLER                    PIC X(05).
           05 WRK-BXA-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-BXA-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(06).
           05 WRK-BXA-LCTO              PIC 9(02).
           05 FILLER                    PIC X(07).
           05 WRK-BXA-VALOR             PIC 9(15).
           05 FILLER                    PIC X(11).
           05 WRK-BXA-DATA-CONTRA       PIC 9(08).
           05 FILLER                    PIC X(273).

      *LINHA DO BAIXADOS (PROJSINANAL 7418) DO ITEM BAIXADO CONTRA
      * PROVISAO QUE VOLTOU A DIVERGIR: 'PROVISIONADA EM <DATA>
      * VOLTOU A DIVERGIR ORIGEM=<4> BAL=<9> PART=<17> LCTO=<2>
      * VALOR=<15> PREF=<5>'.
       01 WRK-LIN-BXP REDEFINES WRK-LINHA.
           05 WRK-BXP-ROTULO            PIC X(16).
               88 BXP-LINHA-DE-ITEM
                                 VALUE 'PROVISIONADA EM '.
           05 WRK-BXP-DATA-BAIXA        PIC 9(08).
           05 FILLER                    PIC X(26).
           05 WRK-BXP-ORIGEM            PIC X(04).
           05 FILLER                    PIC X(05).
           05 WRK-BXP-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-BXP-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(06).
           05 WRK-BXP-LCTO              PIC 9(02).
           05 FILLER                    PIC X(07).
           05 WRK-BXP-VALOR             PIC 9(15).
           05 FILLER                    PIC X(06).
           05 WRK-BXP-PREFIXO           PIC 9(05).
           05 FILLER                    PIC X(268).

      *LINHA DO DECISOES (PROJDECIDE 8200, APROVACAO PELO
      * PROJAPROVA): DADOS DO ITEM, ANALISTA, DATA/HORA, VEREDITO,
      * JUSTIFICATIVA, IMAGEM E AREA DA APROVACAO EM COLUNAS FIXAS,
      * COM O VEREDITO DEVOLVIDO QUANDO A SEGUNDA ALCADA DEVOLVEU O
      * ITEM. O DECHIST TEM O MESMO LAYOUT.
       01 WRK-LIN-DEC REDEFINES WRK-LINHA.
           05 WRK-DEC-ROT-LADO          PIC X(05).
               88 DEC-LINHA-DE-ITEM               VALUE 'LADO='.
           05 WRK-DEC-LADO              PIC X(02).
               88 DEC-LADO-R2                     VALUE 'R2'.
               88 DEC-LADO-D3                     VALUE 'D3'.
           05 FILLER                    PIC X(123).
           05 FILLER                    PIC X(10).
           05 WRK-DEC-ANALISTA          PIC X(08).
           05 FILLER                    PIC X(04).
           05 WRK-DEC-DATA-DECISAO      PIC X(08).
           05 FILLER                    PIC X(01).
           05 WRK-DEC-HORA-DECISAO      PIC X(08).
           05 FILLER                    PIC X(10).
           05 WRK-DEC-VEREDITO          PIC X(01).
               88 DEC-VEREDITO-CONFIRMA           VALUE 'C' 'c'.
               88 DEC-VEREDITO-JUSTIFICADA        VALUE 'J' 'j'.
               88 DEC-VEREDITO-PENDENTE           VALUE 'P' 'p'.
           05 FILLER                    PIC X(15).
           05 WRK-DEC-JUSTIFICATIVA     PIC X(60).
           05 FILLER                    PIC X(08).
           05 FILLER                    PIC X(64).
           05 FILLER                    PIC X(11).
           05 WRK-DEC-APROVADOR         PIC X(08).
           05 FILLER                    PIC X(04).
           05 WRK-DEC-DATA-APROVACAO    PIC X(08).
           05 FILLER                    PIC X(01).
           05 WRK-DEC-HORA-APROVACAO    PIC X(08).
           05 FILLER                    PIC X(11).
           05 WRK-DEC-APROVACAO         PIC X(01).
               88 DEC-APROVADA                    VALUE 'A'.
               88 DEC-DEVOLVIDA                   VALUE 'D'.
           05 FILLER                    PIC X(11).
           05 WRK-DEC-VEREDITO-DEVOLVIDO
                                        PIC X(01).
           05 FILLER                    PIC X(09).

      *DADOS DO ITEM NA LINHA DO DECISOES, LADO SINTETICO:
      * 'LADO=R2 PREF=<5> BAL=<9> PART=<17> LCTO=<4> VALOR=<17>
      * TIPO=<1>'.
       01 WRK-LIN-DEC-R2 REDEFINES WRK-LINHA.
           05 FILLER                    PIC X(13).
           05 WRK-DR2-PREFIXO           PIC 9(05).
           05 FILLER                    PIC X(05).
           05 WRK-DR2-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-DR2-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(06).
           05 WRK-DR2-LCTO              PIC 9(04).
           05 FILLER                    PIC X(07).
           05 WRK-DR2-VALOR             PIC 9(17).
           05 FILLER                    PIC X(311).

      *DADOS DO ITEM NA LINHA DO DECISOES, LADO ANALITICO:
      * 'LADO=D3 ORIG=<3> BAL=<9> DEST=<5> PART=<17> LCTO=<2>
      * VALOR=<15> TIPO=<1>'.
       01 WRK-LIN-DEC-D3 REDEFINES WRK-LINHA.
           05 FILLER                    PIC X(13).
           05 WRK-DD3-PREF-ORIG         PIC 9(03).
           05 FILLER                    PIC X(05).
           05 WRK-DD3-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-DD3-PREF-DEST         PIC 9(05).
           05 FILLER                    PIC X(06).
           05 WRK-DD3-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(06).
           05 WRK-DD3-LCTO              PIC 9(02).
           05 FILLER                    PIC X(07).
           05 WRK-DD3-VALOR             PIC 9(15).
           05 FILLER                    PIC X(306).

      *MESMO LAYOUT DO WRK-AJU-AREA GRAVADO PELO PROJAJUSTE (LINHAS
      * 'H' HEADER, 'D' DETALHE E 'T' TRAILER DO LOTE). O LOTE DE
      * BAIXA DO PROJBAIXA TEM O MESMO DESENHO: O HEADER LEVA TAMBEM
      * O APROVADOR E O DETALHE, NO ESPACO LIVRE, O LCTO, O HST E A
      * DATA DE ORIGEM DA PENDENCIA BAIXADA E A IDADE EM DIAS UTEIS.
       01 WRK-LIN-AJU REDEFINES WRK-LINHA.
           05 WRK-AJU-TIPO-REG          PIC X(01).
               88 AJU-REG-HEADER                  VALUE 'H'.
               88 AJU-REG-DETALHE                 VALUE 'D'.
           05 WRK-AJU-DADOS             PIC X(79).
           05 WRK-AJU-HDR REDEFINES WRK-AJU-DADOS.
               10 WRK-AJU-HDR-DATA      PIC 9(08).
               10 WRK-AJU-HDR-SUFIXO    PIC X(08).
               10 FILLER                PIC X(63).
           05 WRK-AJU-DET REDEFINES WRK-AJU-DADOS.
               10 WRK-AJU-DET-ORIGEM    PIC X(04).
               10 WRK-AJU-DET-PREFIXO   PIC 9(05).
               10 WRK-AJU-DET-BALANCETE PIC 9(09).
               10 WRK-AJU-DET-PARTIDA   PIC 9(17).
               10 WRK-AJU-DET-LCTO      PIC 9(02).
               10 WRK-AJU-DET-VALOR     PIC 9(17).
               10 WRK-AJU-DET-HST       PIC 9(03).
               10 WRK-AJU-DET-TIPO-DIV  PIC X(01).
               10 FILLER                PIC X(21).
           05 WRK-AJU-BXH REDEFINES WRK-AJU-DADOS.
               10 FILLER                PIC X(16).
               10 WRK-AJU-BXH-APROVADOR PIC X(08).
               10 FILLER                PIC X(55).
           05 WRK-AJU-BXD REDEFINES WRK-AJU-DADOS.
               10 FILLER                PIC X(58).
               10 WRK-AJU-BXD-LCTO-ORIG PIC 9(02).
               10 WRK-AJU-BXD-HST-ORIG  PIC 9(03).
               10 WRK-AJU-BXD-DATA-ORIG PIC 9(08).
               10 WRK-AJU-BXD-DIAS      PIC 9(04).
               10 FILLER                PIC X(04).
           05 FILLER                    PIC X(320).

      *MESMO LAYOUT DO WRK-RET-AREA DO PROJRETORNO: RETORNO DO RAZAO
      * PARA O LOTE DE BAIXA (RETBAIXA). O HEADER TRAZ A SITUACAO DO
      * LOTE NO RAZAO E CADA DETALHE A SITUACAO E O MOTIVO DA BAIXA.
       01 WRK-LIN-RET REDEFINES WRK-LINHA.
           05 WRK-RET-TIPO-REG          PIC X(01).
               88 RET-REG-HEADER                  VALUE 'H'.
               88 RET-REG-DETALHE                 VALUE 'D'.
           05 WRK-RET-DADOS             PIC X(79).
           05 WRK-RET-HDR REDEFINES WRK-RET-DADOS.
               10 FILLER                PIC X(16).
               10 WRK-RET-HDR-SITUACAO  PIC X(01).
                   88 RET-LOTE-RECUSADO            VALUE 'R'.
               10 FILLER                PIC X(62).
           05 WRK-RET-DET REDEFINES WRK-RET-DADOS.
               10 WRK-RET-DET-ORIGEM    PIC X(04).
               10 WRK-RET-DET-PREFIXO   PIC 9(05).
               10 WRK-RET-DET-BALANCETE PIC 9(09).
               10 WRK-RET-DET-PARTIDA   PIC 9(17).
               10 WRK-RET-DET-LCTO      PIC 9(02).
               10 WRK-RET-DET-VALOR     PIC 9(17).
               10 WRK-RET-DET-HST       PIC 9(03).
               10 WRK-RET-DET-SITUACAO  PIC X(01).
                   88 RET-BAIXA-REJEITADA          VALUE 'R'.
               10 WRK-RET-DET-MOTIVO    PIC X(03).
               10 FILLER                PIC X(18).
           05 FILLER                    PIC X(320).

      *LINHA DO ACEITE (PROJRETORNO 2400) DE AJUSTE REJEITADO PELO
      * RAZAO: 'REJEITADO PELO RAZAO ORIGEM=<4> PREF=<5> BAL=<9>
      * PART=<17> LCTO=<2> VALOR=<17> MOTIVO=<3>'. AS LINHAS DE
      * FECHO DO RELATORIO DIZEM SE O LOTE FOI PROCESSADO OU RECUSADO
      * INTEIRO. O ACEBAIXA (ACEITE DO LOTE DE BAIXA) TEM AS MESMAS
      * LINHAS, SO MUDA O TITULO.
       01 WRK-LIN-ACE REDEFINES WRK-LINHA.
           05 WRK-ACE-ROTULO            PIC X(28).
               88 ACE-LINHA-REJEITADO
                          VALUE 'REJEITADO PELO RAZAO ORIGEM='.
           05 WRK-ACE-ORIGEM            PIC X(04).
           05 FILLER                    PIC X(06).
           05 WRK-ACE-PREFIXO           PIC 9(05).
           05 FILLER                    PIC X(05).
           05 WRK-ACE-BALANCETE         PIC 9(09).
           05 FILLER                    PIC X(06).
           05 WRK-ACE-PARTIDA           PIC 9(17).
           05 FILLER                    PIC X(06).
           05 WRK-ACE-LCTO              PIC 9(02).
           05 FILLER                    PIC X(07).
           05 WRK-ACE-VALOR             PIC 9(17).
           05 FILLER                    PIC X(08).
           05 WRK-ACE-MOTIVO            PIC X(03).
           05 FILLER                    PIC X(277).
       01 WRK-LIN-ACE-FECHO REDEFINES WRK-LINHA.
           05 WRK-ACE-FECHO-ROTULO      PIC X(21).
               88 ACE-LINHA-TITULO
                          VALUE 'ACEITE DO LOTE DE AJU'
                                'ACEITE DO LOTE DE BAI'.
               88 ACE-LINHA-LOTE-RECUSADO
                          VALUE 'LOTE RECUSADO INTEIRO'.
           05 FILLER                    PIC X(379).

      *AS LINHAS DO REINJET (PROJREINJETA) TEM ROTULOS EM POSICOES
      * DIFERENTES CONFORME O DESFECHO; A PARTIDA E PROCURADA PELO
      * TEXTO 'PART=<17>' (E O BALANCETE/PREFIXO DO FILTRO PELO
      * TEXTO 'BAL=<9>' / 'PREF=<3> ').
       01 WRK-BUSCA-PART.
           05 FILLER                    PIC X(05) VALUE 'PART='.
           05 WRK-BUSCA-PART-NUM        PIC 9(17) VALUE ZEROS.
       01 WRK-BUSCA-BAL.
           05 FILLER                    PIC X(04) VALUE 'BAL='.
           05 WRK-BUSCA-BAL-NUM         PIC 9(09) VALUE ZEROS.
       01 WRK-BUSCA-PREF.
           05 FILLER                    PIC X(05) VALUE 'PREF='.
           05 WRK-BUSCA-PREF-NUM        PIC 9(03) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE SPACE.
       77 WRK-QT-ACHADOS               PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ROTULO-PREF           PIC 9(03) VALUE ZEROS.

      *CAMPOS DA LINHA CORRENTE SUBMETIDOS AO FILTRO DA CONSULTA.
      * LINHA SEM PREFIXO (DUPLICADOS, BAIXADOS) PASSA NO FILTRO DE
      * PREFIXO PELA PARTIDA E BALANCETE.
       77 WRK-CND-PARTIDA              PIC 9(17) VALUE ZEROS.
       77 WRK-CND-BALANCETE            PIC 9(09) VALUE ZEROS.
       77 WRK-CND-PREF-1               PIC 9(05) VALUE ZEROS.
       77 WRK-CND-PREF-2               PIC 9(05) VALUE ZEROS.
       77 WRK-CND-TEM-PREFIXO          PIC X(01) VALUE 'N'.
           88 CND-TEM-PREFIXO                     VALUE 'S'.
       77 WRK-CND-CASOU                PIC X(01) VALUE 'N'.
           88 CND-CASOU                           VALUE 'S'.

      *TEXTOS DE APOIO DOS EVENTOS.
       77 WRK-TXT-MOTIVO               PIC X(20) VALUE SPACES.
       77 WRK-TXT-TIPO                 PIC X(05) VALUE SPACES.
       77 WRK-TXT-VEREDITO             PIC X(13) VALUE SPACES.
       77 WRK-TXT-APROVACAO            PIC X(44) VALUE SPACES.
       77 WRK-AJU-DATA-LOTE            PIC 9(08) VALUE ZEROS.
       77 WRK-BXA-APROVADOR-LOTE       PIC X(08) VALUE SPACES.
       77 WRK-TXT-SITUACAO-RET         PIC X(30) VALUE SPACES.
       77 WRK-TXT-MOTIVO-BAIXA         PIC X(26) VALUE SPACES.

      *EVENTOS ENCONTRADOS, MANTIDOS EM ORDEM DE DATA DO SUFIXO,
      * ORDEM DO PASSO NA RODADA E ORDEM DE LEITURA (INCLUSAO
      * ORDENADA - OS ARQUIVOS MORTOS NAO CHEGAM EM ORDEM DE DATA).
       01 WRK-EVT-TABELA.
           05 WRK-EVT-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-EVT-ENT OCCURS 3000 TIMES.
               10 WRK-EVT-CHAVE.
                   15 WRK-EVT-DATA      PIC 9(08).
                   15 WRK-EVT-ORDEM     PIC 9(02).
                   15 WRK-EVT-SEQ       PIC 9(05).
               10 WRK-EVT-SUFIXO        PIC X(04).
               10 WRK-EVT-ARQUIVO       PIC X(12).
               10 WRK-EVT-FONTE         PIC X(05).
               10 WRK-EVT-TEXTO         PIC X(160).
       01 WRK-EVT-NOVO.
           05 WRK-EVT-NOVO-CHAVE.
               10 WRK-EVT-NOVO-DATA     PIC 9(08).
               10 WRK-EVT-NOVO-ORDEM    PIC 9(02).
               10 WRK-EVT-NOVO-SEQ      PIC 9(05).
           05 WRK-EVT-NOVO-SUFIXO       PIC X(04).
           05 WRK-EVT-NOVO-ARQUIVO      PIC X(12).
           05 WRK-EVT-NOVO-FONTE        PIC X(05).
           05 WRK-EVT-NOVO-TEXTO        PIC X(160).
       77 WRK-EVT-SEQ-GERAL            PIC 9(05) VALUE ZEROS.

      *CAMPOS DE TRABALHO DA INCLUSAO ORDENADA.
       77 WRK-INS-POS                  PIC 9(05) VALUE ZEROS.
       77 WRK-INS-J                    PIC 9(05) VALUE ZEROS.

      *LOTES DE AJUSTES ('A') E DE BAIXA ('B') EM QUE A PARTIDA
      * ENTROU, POR SUFIXO, PARA APURAR O DESFECHO NO RAZAO DEPOIS DE
      * LIDOS O LOTE, O RETORNO E O ACEITE (NO ARQUIVO MORTO ELES
      * PODEM APARECER EM QUALQUER ORDEM). O ACEITE SO LISTA OS
      * REJEITADOS: O ITEM DO LOTE QUE NAO FOI REJEITADO NUM LOTE
      * PROCESSADO FOI ACEITO. O RETORNO (SO LIDO NO LOTE DE BAIXA)
      * DIZ SE O RAZAO JA RESPONDEU, MESMO ANTES DA CONCILIACAO.
       01 WRK-LOT-TABELA.
           05 WRK-LOT-QTDE              PIC 9(03) VALUE ZEROS.
           05 WRK-LOT-ENT OCCURS 800 TIMES INDEXED BY WRK-LOT-IDX.
               10 WRK-LOT-TIPO          PIC X(01).
                   88 LOT-DE-BAIXA                 VALUE 'B'.
               10 WRK-LOT-DATA          PIC 9(08).
               10 WRK-LOT-SUFIXO        PIC X(04).
               10 WRK-LOT-FONTE         PIC X(05).
               10 WRK-LOT-QT-NO-LOTE    PIC 9(05).
               10 WRK-LOT-QT-REJ-RAZAO  PIC 9(05).
               10 WRK-LOT-ACEITE-LIDO   PIC X(01).
                   88 LOT-ACEITE-LIDO              VALUE 'S'.
               10 WRK-LOT-RECUSADO      PIC X(01).
                   88 LOT-RECUSADO-INTEIRO         VALUE 'S'.
               10 WRK-LOT-RETORNO-LIDO  PIC X(01).
                   88 LOT-RETORNO-LIDO             VALUE 'S'.
               10 WRK-LOT-RET-RECUSADO  PIC X(01).
                   88 LOT-RETORNO-RECUSADO         VALUE 'S'.
       77 WRK-ACHOU-LOT                PIC X(01) VALUE 'N'.
           88 ACHOU-LOTE                          VALUE 'S'.
       77 WRK-LOT-TIPO-CORR            PIC X(01) VALUE SPACE.

      *PRIMEIRA DIVERGENCIA DA FAIXA (MENOR DATA ENTRE OS EVENTOS DE
      * RESULTADO2/DIVERG3) E O LADO EM QUE O ITEM APARECEU.
       77 WRK-PRI-DIV-DATA             PIC 9(08) VALUE ZEROS.
       77 WRK-PRI-DIV-SUFIXO           PIC X(04) VALUE SPACES.
       77 WRK-PRI-DIV-LADO             PIC X(40) VALUE SPACES.

      *CALENDARIO DE FERIADOS E CAMPOS DO TESTE DE DIA UTIL (MESMO
      * DESENHO DO PROJSINANAL: O DIA DA SEMANA SAI DO RESTO DA
      * DIVISAO POR 7 DO INTEIRO DE CALENDARIO - O DIA 1 E UMA
      * SEGUNDA-FEIRA; RESTO 6 = SABADO, RESTO 0 = DOMINGO).
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

      *CONTADORES DA CONSULTA.
       77 WRK-QT-ARQ-VIVOS             PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ARQ-MORTOS            PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SECOES-MORTAS         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-ABERTO             PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXADAS-CAD          PIC 9(05) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA DA CONSULTA...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA A PARTIDA (17 DIGITOS)...'
           ACCEPT WRK-PARTIDA-CARTAO FROM CONSOLE.
           DISPLAY 'INSIRA O BALANCETE (BRANCO = TODOS)...'
           ACCEPT WRK-FILTRO-BAL-CARTAO FROM CONSOLE.
           DISPLAY 'INSIRA O PREFIXO (BRANCO = TODOS)...'
           ACCEPT WRK-FILTRO-PREF-CARTAO FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO INICIAL DA FAIXA (MMDD)...'
           ACCEPT WRK-SUF-INI FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO FINAL DA FAIXA (MMDD)...'
           ACCEPT WRK-SUF-FIM FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0100-APURA-FAIXA.
           PERFORM 0150-CARREGA-FERIADOS.
           PERFORM 0500-MONTA-NOME-RELATORIO.
           PERFORM 1000-VARRE-SUFIXOS-VIVOS.
           PERFORM 2000-VARRE-ARQUIVOS-MORTOS.
           PERFORM 5000-APURA-DESFECHO-LOTES.
           OPEN OUTPUT HISTPART.
           MOVE 'HISTPART' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-HISTPART TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 6000-GRAVA-HISTORICO.
           PERFORM 7000-GRAVA-SITUACAO-ATUAL.
           CLOSE HISTPART.
           MOVE 'HISTPART' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-HISTPART TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           IF WRK-EVT-QTDE = ZEROS AND WRK-QT-EM-ABERTO = ZEROS
              AND WRK-QT-BAIXADAS-CAD = ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           DISPLAY 'RELATORIO GRAVADO ...: ' WRK-NOME-HISTPART.
           DISPLAY 'EVENTOS ENCONTRADOS .: ' WRK-EVT-QTDE.
           DISPLAY 'EM ABERTO NO CADASTRO: ' WRK-QT-EM-ABERTO.
           DISPLAY 'BAIXADAS NO CADASTRO : ' WRK-QT-BAIXADAS-CAD.
           DISPLAY 'ARQUIVOS VIVOS LIDOS : ' WRK-QT-ARQ-VIVOS.
           DISPLAY 'ARQUIVOS MORTOS LIDOS: ' WRK-QT-ARQ-MORTOS
                   ' (SECOES DA FAIXA=' WRK-QT-SECOES-MORTAS ')'.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *CRITICA OS CARTOES: DATA DA CONSULTA VALIDA, PARTIDA NUMERICA
      * E NAO ZERADA, FILTROS EM BRANCO (= TODOS) OU NUMERICOS E
      * SUFIXOS MMDD PLAUSIVEIS.
       0050-VALIDA-ENTRADAS.
           IF WRK-DATA IS NOT NUMERIC
              DISPLAY 'DATA INFORMADA NAO E NUMERICA: ' WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF FUNCTION INTEGER-OF-DATE (WRK-DATA-NUM) = ZEROS
              DISPLAY 'DATA INFORMADA NAO EXISTE NO CALENDARIO: '
                      WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-PARTIDA-CARTAO IS NOT NUMERIC
              DISPLAY 'PARTIDA INVALIDA (USAR 17 DIGITOS): '
                      WRK-PARTIDA-CARTAO
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-PARTIDA = ZEROS
              DISPLAY 'PARTIDA ZERADA - NADA A CONSULTAR'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-FILTRO-BAL-CARTAO = SPACES
              MOVE ZEROS TO WRK-FILTRO-BAL
           END-IF
           IF WRK-FILTRO-BAL-CARTAO IS NOT NUMERIC
              DISPLAY 'BALANCETE INVALIDO (USAR 9 DIGITOS OU BRANCO): '
                      WRK-FILTRO-BAL-CARTAO
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-FILTRO-PREF-CARTAO = SPACES
              MOVE ZEROS TO WRK-FILTRO-PREF
           END-IF
           IF WRK-FILTRO-PREF-CARTAO IS NOT NUMERIC
              DISPLAY 'PREFIXO INVALIDO (USAR 5 DIGITOS OU BRANCO): '
                      WRK-FILTRO-PREF-CARTAO
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-SUF-INI IS NOT NUMERIC
              OR WRK-SUF-FIM IS NOT NUMERIC
              DISPLAY 'SUFIXO NAO NUMERICO NA FAIXA (USAR MMDD): '
                      WRK-SUF-INI ' A ' WRK-SUF-FIM
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
           MOVE WRK-PARTIDA TO WRK-BUSCA-PART-NUM
           MOVE WRK-FILTRO-BAL TO WRK-BUSCA-BAL-NUM
           IF WRK-FILTRO-PREF <= 999
              MOVE WRK-FILTRO-PREF TO WRK-BUSCA-PREF-NUM
           END-IF
           IF WRK-FILTRO-BAL = ZEROS
              MOVE 'TODOS' TO WRK-TXT-FILTRO-BAL
           ELSE
              MOVE WRK-FILTRO-BAL TO WRK-TXT-FILTRO-BAL
           END-IF
           IF WRK-FILTRO-PREF = ZEROS
              MOVE 'TODOS' TO WRK-TXT-FILTRO-PREF
           ELSE
              MOVE WRK-FILTRO-PREF TO WRK-TXT-FILTRO-PREF
           END-IF.

      *TRANSFORMA A FAIXA MMDD EM DATAS DE CALENDARIO: O FIM E A
      * OCORRENCIA MAIS RECENTE DO SUFIXO FINAL ATE A DATA DA
      * CONSULTA; O INICIO E A OCORRENCIA MAIS RECENTE DO SUFIXO
      * INICIAL ATE O FIM. DATA INEXISTENTE NO ANO (EX.: 0229 FORA
      * DE ANO BISSEXTO) CAI PARA O ANO ANTERIOR.
       0100-APURA-FAIXA.
           COMPUTE WRK-INT-CONSULTA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-NUM)
           MOVE WRK-DATA-ANO TO WRK-ANO-TENTATIVA
           COMPUTE WRK-DATA-FIM =
               WRK-ANO-TENTATIVA * 10000 + WRK-SUF-FIM-NUM
           COMPUTE WRK-INT-FIM = FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM)
           IF WRK-INT-FIM = ZEROS OR WRK-DATA-FIM > WRK-DATA-NUM
              SUBTRACT 1 FROM WRK-ANO-TENTATIVA
              COMPUTE WRK-DATA-FIM =
                  WRK-ANO-TENTATIVA * 10000 + WRK-SUF-FIM-NUM
              COMPUTE WRK-INT-FIM =
                  FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM)
           END-IF
           COMPUTE WRK-DATA-INI =
               WRK-ANO-TENTATIVA * 10000 + WRK-SUF-INI-NUM
           COMPUTE WRK-INT-INI = FUNCTION INTEGER-OF-DATE (WRK-DATA-INI)
           IF WRK-INT-INI = ZEROS OR WRK-DATA-INI > WRK-DATA-FIM
              SUBTRACT 1 FROM WRK-ANO-TENTATIVA
              COMPUTE WRK-DATA-INI =
                  WRK-ANO-TENTATIVA * 10000 + WRK-SUF-INI-NUM
              COMPUTE WRK-INT-INI =
                  FUNCTION INTEGER-OF-DATE (WRK-DATA-INI)
           END-IF
           IF WRK-INT-INI = ZEROS OR WRK-INT-FIM = ZEROS
              DISPLAY 'SUFIXO NAO E UMA DATA VALIDA: '
                      WRK-SUF-INI-NUM ' / ' WRK-SUF-FIM-NUM
              PERFORM 9950-ABENDA-RODADA
           END-IF
           DISPLAY 'FAIXA DA CONSULTA: ' WRK-DATA-INI ' A '
                   WRK-DATA-FIM.

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

      *MONTA O NOME DO RELATORIO COM A PARTIDA CONSULTADA.
       0500-MONTA-NOME-RELATORIO.
           STRING 'HISTPART.' DELIMITED BY SIZE
                  WRK-PARTIDA-CARTAO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-HISTPART.

      *PERCORRE A FAIXA UM DIA DE CALENDARIO POR VEZ E LE OS
      * ARQUIVOS VIVOS DE CADA CLASSE NO SUFIXO DO DIA. DIA COM UM
      * ANO OU MAIS NAO TEM ARQUIVO VIVO PROPRIO: O NOME MMDD JA
      * PERTENCE A RODADA DO ANO SEGUINTE (SO O MORTO TEM O DIA).
       1000-VARRE-SUFIXOS-VIVOS.
           MOVE 'V' TO WRK-FONTE-CORR
           MOVE WRK-INT-INI TO WRK-INT-CORR
           PERFORM UNTIL WRK-INT-CORR > WRK-INT-FIM
               IF WRK-INT-CONSULTA - WRK-INT-CORR < 365
                  COMPUTE WRK-DIA-CORR =
                      FUNCTION DATE-OF-INTEGER (WRK-INT-CORR)
                  MOVE WRK-DIA-CORR TO WRK-DATA-SUF-CORR
                  MOVE SPACES TO WRK-SUF-CORR
                  STRING WRK-DIA-CORR-MES WRK-DIA-CORR-DIA
                      DELIMITED BY SIZE INTO WRK-SUF-CORR
                  PERFORM VARYING WRK-CLS-CORR FROM 1 BY 1
                          UNTIL WRK-CLS-CORR > WRK-CLS-QTDE
                      PERFORM 1100-LE-ARQUIVO-VIVO
                  END-PERFORM
              END-IF
              ADD 1 TO WRK-INT-CORR
           END-PERFORM.

      *LE O ARQUIVO VIVO DA CLASSE CORRENTE NO SUFIXO CORRENTE.
      * ARQUIVO INEXISTENTE NAO E ERRO.
       1100-LE-ARQUIVO-VIVO.
           MOVE SPACES TO WRK-NOME-HISTIN
           STRING WRK-CLS-NOME (WRK-CLS-CORR) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WRK-SUF-CORR DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-HISTIN
           OPEN INPUT HISTIN
           IF WRK-FS-HISTIN = '00'
              ADD 1 TO WRK-QT-ARQ-VIVOS
              MOVE ZEROS TO WRK-AJU-DATA-LOTE
              MOVE SPACES TO WRK-BXA-APROVADOR-LOTE
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ HISTIN INTO WRK-LINHA
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      PERFORM 3000-TRATA-LINHA
                  END-READ
                  IF WRK-FS-HISTIN NOT = '00'
                     AND WRK-FS-HISTIN NOT = '10'
                     MOVE WRK-CLS-NOME (WRK-CLS-CORR)
                        TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-HISTIN TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE HISTIN
           END-IF.

      *PERCORRE OS ARQUIVOS MORTOS GRAVADOS ENTRE O DIA SEGUINTE AO
      * INICIO DA FAIXA E A DATA DA CONSULTA (UM SUFIXO SO PODE TER
      * SIDO EXPURGADO DEPOIS DO PROPRIO DIA).
       2000-VARRE-ARQUIVOS-MORTOS.
           MOVE 'M' TO WRK-FONTE-CORR
           COMPUTE WRK-INT-MORTO = WRK-INT-INI + 1
           PERFORM UNTIL WRK-INT-MORTO > WRK-INT-CONSULTA
               COMPUTE WRK-DATA-MORTO =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-MORTO)
               PERFORM 2100-LE-ARQUIVO-MORTO
               ADD 1 TO WRK-INT-MORTO
           END-PERFORM.

      *LE UM ARQUIVO MORTO. A LINHA DE MARCACAO DIZ A CLASSE E O
      * SUFIXO DO ARQUIVO COPIADO A SEGUIR; SO AS SECOES DE CLASSES
      * PESQUISADAS E DE SUFIXOS DENTRO DA FAIXA SAO TRATADAS.
       2100-LE-ARQUIVO-MORTO.
           MOVE WRK-DATA-MORTO TO WRK-DATA-MORTO-TEXTO
           MOVE SPACES TO WRK-NOME-ARQMORTO
           STRING 'ARQMORTO.' DELIMITED BY SIZE
                  WRK-DATA-MORTO-TEXTO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-ARQMORTO
           OPEN INPUT ARQMORTO
           IF WRK-FS-ARQMORTO = '00'
              ADD 1 TO WRK-QT-ARQ-MORTOS
              MOVE 'N' TO WRK-MORTO-SECAO-ATIVA
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ ARQMORTO INTO WRK-LINHA
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      MOVE WRK-LINHA TO WRK-MRC-AREA
                      IF MRC-LINHA-DE-MARCACAO
                         PERFORM 2200-TRATA-MARCACAO
                      ELSE
                         IF MORTO-SECAO-ATIVA
                            PERFORM 3000-TRATA-LINHA
                         END-IF
                      END-IF
                  END-READ
                  IF WRK-FS-ARQMORTO NOT = '00'
                     AND WRK-FS-ARQMORTO NOT = '10'
                     MOVE 'ARQMORTO' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-ARQMORTO TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE ARQMORTO
           END-IF.

      *TRATA A LINHA DE MARCACAO: SEPARA CLASSE E SUFIXO DO NOME
      * <CLASSE>.<MMDD>.TXT E APURA O DIA DO SUFIXO - A OCORRENCIA
      * MAIS RECENTE DO MMDD ANTERIOR A DATA DO EXPURGO (O
      * PROJRETENCAO SO OLHA 365 DIAS PARA TRAS).
       2200-TRATA-MARCACAO.
           MOVE 'N' TO WRK-MORTO-SECAO-ATIVA
           MOVE SPACES TO WRK-MRC-CLASSE
           MOVE SPACES TO WRK-MRC-SUFIXO
           UNSTRING WRK-MRC-NOME DELIMITED BY '.'
               INTO WRK-MRC-CLASSE WRK-MRC-SUFIXO
           END-UNSTRING
           MOVE ZEROS TO WRK-CLS-CORR
           SET WRK-CLS-IDX TO 1
           SEARCH WRK-CLS-NOME
             AT END
               CONTINUE
             WHEN WRK-CLS-NOME (WRK-CLS-IDX) = WRK-MRC-CLASSE
               SET WRK-CLS-CORR TO WRK-CLS-IDX
           END-SEARCH
           IF WRK-CLS-CORR NOT = ZEROS
              AND WRK-MRC-SUFIXO IS NUMERIC
              COMPUTE WRK-MRC-CANDIDATA =
                  WRK-DATA-MORTO-ANO * 10000 + WRK-MRC-SUFIXO-NUM
              COMPUTE WRK-MRC-INT =
                  FUNCTION INTEGER-OF-DATE (WRK-MRC-CANDIDATA)
              IF WRK-MRC-INT = ZEROS
                 OR WRK-MRC-CANDIDATA >= WRK-DATA-MORTO
                 COMPUTE WRK-MRC-CANDIDATA =
                     (WRK-DATA-MORTO-ANO - 1) * 10000
                     + WRK-MRC-SUFIXO-NUM
                 COMPUTE WRK-MRC-INT =
                     FUNCTION INTEGER-OF-DATE (WRK-MRC-CANDIDATA)
              END-IF
              IF WRK-MRC-INT NOT = ZEROS
                 AND WRK-MRC-INT >= WRK-INT-INI
                 AND WRK-MRC-INT <= WRK-INT-FIM
                 MOVE 'S' TO WRK-MORTO-SECAO-ATIVA
                 MOVE WRK-MRC-CANDIDATA TO WRK-DATA-SUF-CORR
                 MOVE WRK-MRC-SUFIXO TO WRK-SUF-CORR
                 MOVE ZEROS TO WRK-AJU-DATA-LOTE
                 MOVE SPACES TO WRK-BXA-APROVADOR-LOTE
                 ADD 1 TO WRK-QT-SECOES-MORTAS
              END-IF
           END-IF.

      *DESPACHA A LINHA LIDA PELA CLASSE DO ARQUIVO. AS LINHAS 'HDR'
      * E 'TRL' DE INTEGRIDADE DOS ARQUIVOS DE INTERFACE NAO SAO
      * DADOS E SAO PULADAS.
       3000-TRATA-LINHA.
           MOVE 'N' TO WRK-LINHA-CONTROLE
           IF WRK-LINHA (1:3) = 'HDR' OR WRK-LINHA (1:3) = 'TRL'
              IF CLS-RESULTADO2 OR CLS-DIVERG3
                 OR CLS-CONFIRM2 OR CLS-CONFIRM3
                 MOVE 'S' TO WRK-LINHA-CONTROLE
              END-IF
           END-IF
           EVALUATE TRUE
             WHEN LINHA-DE-CONTROLE
               CONTINUE
             WHEN CLS-REJEITADOS
               PERFORM 3100-TRATA-REJEITADO
             WHEN CLS-DUPLICADOS
               PERFORM 3200-TRATA-DUPLICADO
             WHEN CLS-RESULTADO2
             WHEN CLS-CONFIRM2
               PERFORM 3300-TRATA-LADO-SINTETICO
             WHEN CLS-DIVERG3
             WHEN CLS-CONFIRM3
               PERFORM 3400-TRATA-LADO-ANALITICO
             WHEN CLS-BAIXADOS
               PERFORM 3500-TRATA-BAIXADO
             WHEN CLS-REINJET
               PERFORM 3600-TRATA-REINJECAO
             WHEN CLS-DECHIST
             WHEN CLS-DECISOES
               PERFORM 3700-TRATA-DECISAO
             WHEN CLS-AJUSTES
               PERFORM 3800-TRATA-AJUSTE
             WHEN CLS-BAIXAS
               PERFORM 3820-TRATA-BAIXA-PROVISAO
             WHEN CLS-RETBAIXA
               PERFORM 3830-TRATA-RETORNO-BAIXA
             WHEN CLS-ACEITE
             WHEN CLS-ACEBAIXA
               PERFORM 3850-TRATA-ACEITE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *REJEITADO NA CRITICA DE ENTRADA DO PROJSINANAL (OU DE NOVO NA
      * REINJECAO), COM O CODIGO DE MOTIVO.
       3100-TRATA-REJEITADO.
           IF WRK-REJ-PARTIDA IS NUMERIC
              AND WRK-REJ-BALANCETE IS NUMERIC
              AND WRK-REJ-PREFIXO IS NUMERIC
              MOVE WRK-REJ-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-REJ-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-REJ-PREFIXO TO WRK-CND-PREF-1
              MOVE ZEROS TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 EVALUATE TRUE
                   WHEN REJ-MOTIVO-VALOR-ZERADO
                     MOVE 'VALOR ZERADO' TO WRK-TXT-MOTIVO
                   WHEN REJ-MOTIVO-LCTO-INVALIDO
                     MOVE 'LCTO NAO RECONHECIDO' TO WRK-TXT-MOTIVO
                   WHEN REJ-MOTIVO-BALANCETE-ZERADO
                     MOVE 'BALANCETE ZERADO' TO WRK-TXT-MOTIVO
                   WHEN REJ-MOTIVO-PARTIDA-ZERADA
                     MOVE 'PARTIDA ZERADA' TO WRK-TXT-MOTIVO
                   WHEN REJ-MOTIVO-PREFIXO-INVALIDO
                     MOVE 'PREFIXO INVALIDO' TO WRK-TXT-MOTIVO
                   WHEN OTHER
                     MOVE 'MOTIVO DESCONHECIDO' TO WRK-TXT-MOTIVO
                 END-EVALUATE
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING 'REJEITADO NA CRITICA - MOTIVO '
                        WRK-REJ-COD-MOTIVO ' ('
                        WRK-TXT-MOTIVO DELIMITED BY '  '
                        ') ORIGEM=' WRK-REJ-ORIGEM
                        ' PREF=' WRK-REJ-PREFIXO
                        ' BAL=' WRK-REJ-BALANCETE
                        ' LCTO=' WRK-REJ-LCTO
                        ' VALOR=' WRK-REJ-VALOR
                        ' MOVIMENTO DE ' WRK-REJ-DATA
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
              END-IF
           END-IF.

      *DUPLICIDADE DE CHAVE NA ENTRADA (A LINHA JA DIZ O LADO, A
      * QUANTIDADE DE REGISTROS E A SOMA).
       3200-TRATA-DUPLICADO.
           IF DUP-LINHA-DE-ITEM
              AND WRK-DUP-PARTIDA IS NUMERIC
              AND WRK-DUP-BALANCETE IS NUMERIC
              MOVE WRK-DUP-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-DUP-BALANCETE TO WRK-CND-BALANCETE
              MOVE 'N' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 MOVE WRK-LINHA (1:160) TO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
              END-IF
           END-IF.

      *DIVERGENCIA DO LADO SINTETICO (RESULTADO2) OU ITEM DO LADO
      * SINTETICO CONFIRMADO PARA AJUSTE (CONFIRM2 - MESMO LAYOUT).
       3300-TRATA-LADO-SINTETICO.
           IF WRK-R2-PARTIDA IS NUMERIC
              AND WRK-R2-BALANCETE IS NUMERIC
              AND WRK-R2-PREFIXO IS NUMERIC
              MOVE WRK-R2-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-R2-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-R2-PREFIXO TO WRK-CND-PREF-1
              MOVE ZEROS TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 PERFORM 3950-DESCREVE-TIPO-R2
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 IF CLS-RESULTADO2
                    STRING 'DIVERGENCIA DE ' WRK-TXT-TIPO
                           ' - SO NO SINTETICO: PREF='
                           WRK-R2-PREFIXO
                           ' BAL=' WRK-R2-BALANCETE
                           ' LCTO=' WRK-R2-LCTO
                           ' VALOR=' WRK-R2-VALOR
                           ' HST=' WRK-R2-HST
                        DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                    PERFORM 3960-GUARDA-PRIMEIRA-DIVERG
                 ELSE
                    STRING 'CONFIRMADO PARA AJUSTE (LADO SINTETICO'
                           ') - PREF=' WRK-R2-PREFIXO
                           ' BAL=' WRK-R2-BALANCETE
                           ' LCTO=' WRK-R2-LCTO
                           ' VALOR=' WRK-R2-VALOR
                           ' TIPO=' WRK-TXT-TIPO
                        DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 END-IF
                 PERFORM 4000-GUARDA-EVENTO
              END-IF
           END-IF.

      *DIVERGENCIA DO LADO ANALITICO (DIVERG3) OU ITEM DO LADO
      * ANALITICO CONFIRMADO PARA AJUSTE (CONFIRM3 - MESMO LAYOUT).
       3400-TRATA-LADO-ANALITICO.
           IF WRK-D3-PARTIDA IS NUMERIC
              AND WRK-D3-BALANCETE IS NUMERIC
              AND WRK-D3-PREF-ORIG IS NUMERIC
              AND WRK-D3-PREF-DEST IS NUMERIC
              MOVE WRK-D3-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-D3-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-D3-PREF-ORIG TO WRK-CND-PREF-1
              MOVE WRK-D3-PREF-DEST TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 MOVE WRK-D3-TIPO-DIVERG TO WRK-R2-TIPO-DIVERG
                 PERFORM 3950-DESCREVE-TIPO-R2
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 IF CLS-DIVERG3
                    STRING 'DIVERGENCIA DE ' WRK-TXT-TIPO
                           ' - SO NO ANALITICO: ORIG='
                           WRK-D3-PREF-ORIG
                           ' DEST=' WRK-D3-PREF-DEST
                           ' BAL=' WRK-D3-BALANCETE
                           ' LCTO=' WRK-D3-LCTO
                           ' VALOR=' WRK-D3-VALOR
                           ' HST=' WRK-D3-HST
                        DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                    PERFORM 3960-GUARDA-PRIMEIRA-DIVERG
                 ELSE
                    STRING 'CONFIRMADO PARA AJUSTE (LADO ANALITICO'
                           ') - ORIG=' WRK-D3-PREF-ORIG
                           ' DEST=' WRK-D3-PREF-DEST
                           ' BAL=' WRK-D3-BALANCETE
                           ' LCTO=' WRK-D3-LCTO
                           ' VALOR=' WRK-D3-VALOR
                           ' TIPO=' WRK-TXT-TIPO
                        DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 END-IF
                 PERFORM 4000-GUARDA-EVENTO
              END-IF
           END-IF.

      *PENDENCIA BAIXADA AUTOMATICAMENTE PELO PROJSINANAL CONTRA UMA
      * DIVERGENCIA DO LADO OPOSTO, OU ITEM JA BAIXADO CONTRA PROVISAO
      * QUE VOLTOU A DIVERGIR (O CADASTRO O MANTEM BAIXADO).
       3500-TRATA-BAIXADO.
           IF BXA-LINHA-DE-ITEM
              AND WRK-BXA-PARTIDA IS NUMERIC
              AND WRK-BXA-BALANCETE IS NUMERIC
              MOVE WRK-BXA-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-BXA-BALANCETE TO WRK-CND-BALANCETE
              MOVE 'N' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING 'PENDENCIA BAIXADA NA RODADA - ABERTA EM '
                        WRK-BXA-DATA-ORIGEM
                        ' ORIGEM=' WRK-BXA-ORIGEM
                        ' BAL=' WRK-BXA-BALANCETE
                        ' LCTO=' WRK-BXA-LCTO
                        ' VALOR=' WRK-BXA-VALOR
                        ' CONTRA A RODADA DE ' WRK-BXA-DATA-CONTRA
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
              END-IF
           END-IF
           IF BXP-LINHA-DE-ITEM
              AND WRK-BXP-PARTIDA IS NUMERIC
              AND WRK-BXP-BALANCETE IS NUMERIC
              AND WRK-BXP-PREFIXO IS NUMERIC
              MOVE WRK-BXP-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-BXP-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-BXP-PREFIXO TO WRK-CND-PREF-1
              MOVE ZEROS TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING 'VOLTOU A DIVERGIR DEPOIS DA BAIXA CONTRA '
                        'PROVISAO DE ' WRK-BXP-DATA-BAIXA
                        ' - CADASTRO MANTIDO BAIXADO ORIGEM='
                        WRK-BXP-ORIGEM
                        ' BAL=' WRK-BXP-BALANCETE
                        ' LCTO=' WRK-BXP-LCTO
                        ' VALOR=' WRK-BXP-VALOR
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
              END-IF
           END-IF.

      *DESFECHO DA REINJECAO DE UM REJEITADO CORRIGIDO. A LINHA JA
      * DESCREVE O DESFECHO E E LEVADA PARA O HISTORICO COMO ESTA.
       3600-TRATA-REINJECAO.
           MOVE 'N' TO WRK-CND-CASOU
           MOVE ZEROS TO WRK-QT-ACHADOS
           INSPECT WRK-LINHA TALLYING WRK-QT-ACHADOS
               FOR ALL WRK-BUSCA-PART
           IF WRK-QT-ACHADOS > ZEROS
              MOVE 'S' TO WRK-CND-CASOU
              IF WRK-FILTRO-BAL NOT = ZEROS
                 MOVE ZEROS TO WRK-QT-ACHADOS
                 INSPECT WRK-LINHA TALLYING WRK-QT-ACHADOS
                     FOR ALL WRK-BUSCA-BAL
                 IF WRK-QT-ACHADOS = ZEROS
                    MOVE 'N' TO WRK-CND-CASOU
                 END-IF
              END-IF
              IF WRK-FILTRO-PREF NOT = ZEROS
                 MOVE ZEROS TO WRK-QT-ROTULO-PREF
                 INSPECT WRK-LINHA TALLYING WRK-QT-ROTULO-PREF
                     FOR ALL 'PREF='
                 IF WRK-QT-ROTULO-PREF > ZEROS
                    MOVE ZEROS TO WRK-QT-ACHADOS
                    IF WRK-FILTRO-PREF <= 999
                       INSPECT WRK-LINHA TALLYING WRK-QT-ACHADOS
                           FOR ALL WRK-BUSCA-PREF
                    END-IF
                    IF WRK-QT-ACHADOS = ZEROS
                       MOVE 'N' TO WRK-CND-CASOU
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF CND-CASOU
              MOVE SPACES TO WRK-EVT-NOVO-TEXTO
              STRING 'REINJECAO: ' WRK-LINHA (1:149)
                  DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
              PERFORM 4000-GUARDA-EVENTO
           END-IF.

      *VEREDITO DO ANALISTA (PROJDECIDE) E, QUANDO HOUVER, A
      * APROVACAO OU DEVOLUCAO PELA SEGUNDA ALCADA (PROJAPROVA), COM
      * O VEREDITO DEVOLVIDO. VALE PARA A LINHA ATUAL (DECISOES) E
      * PARA A SUBSTITUIDA EM SESSAO REFEITA (DECHIST).
       3700-TRATA-DECISAO.
           IF DEC-LINHA-DE-ITEM
              MOVE 'N' TO WRK-CND-CASOU
              IF DEC-LADO-R2
                 AND WRK-DR2-PARTIDA IS NUMERIC
                 AND WRK-DR2-BALANCETE IS NUMERIC
                 AND WRK-DR2-PREFIXO IS NUMERIC
                 MOVE WRK-DR2-PARTIDA TO WRK-CND-PARTIDA
                 MOVE WRK-DR2-BALANCETE TO WRK-CND-BALANCETE
                 MOVE WRK-DR2-PREFIXO TO WRK-CND-PREF-1
                 MOVE ZEROS TO WRK-CND-PREF-2
                 MOVE 'S' TO WRK-CND-TEM-PREFIXO
                 PERFORM 3900-TESTA-FILTRO
              END-IF
              IF DEC-LADO-D3
                 AND WRK-DD3-PARTIDA IS NUMERIC
                 AND WRK-DD3-BALANCETE IS NUMERIC
                 AND WRK-DD3-PREF-ORIG IS NUMERIC
                 AND WRK-DD3-PREF-DEST IS NUMERIC
                 MOVE WRK-DD3-PARTIDA TO WRK-CND-PARTIDA
                 MOVE WRK-DD3-BALANCETE TO WRK-CND-BALANCETE
                 MOVE WRK-DD3-PREF-ORIG TO WRK-CND-PREF-1
                 MOVE WRK-DD3-PREF-DEST TO WRK-CND-PREF-2
                 MOVE 'S' TO WRK-CND-TEM-PREFIXO
                 PERFORM 3900-TESTA-FILTRO
              END-IF
              IF CND-CASOU
                 EVALUATE TRUE
                   WHEN DEC-VEREDITO-CONFIRMA
                     MOVE 'CONFIRMA' TO WRK-TXT-VEREDITO
                   WHEN DEC-VEREDITO-JUSTIFICADA
                     MOVE 'JUSTIFICADA' TO WRK-TXT-VEREDITO
                   WHEN DEC-VEREDITO-PENDENTE
                     MOVE 'PENDENTE' TO WRK-TXT-VEREDITO
                   WHEN OTHER
                     MOVE 'SEM VEREDITO' TO WRK-TXT-VEREDITO
                 END-EVALUATE
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING 'VEREDITO ' WRK-DEC-LADO '='
                        WRK-TXT-VEREDITO DELIMITED BY '  '
                        ' ANALISTA=' WRK-DEC-ANALISTA
                        ' EM=' WRK-DEC-DATA-DECISAO
                        '-' WRK-DEC-HORA-DECISAO
                        ' JUSTIFICATIVA=' WRK-DEC-JUSTIFICATIVA
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
                 IF DEC-APROVADA OR DEC-DEVOLVIDA
                    IF DEC-APROVADA
                       MOVE 'APROVADO PELA SEGUNDA ALCADA'
                          TO WRK-TXT-APROVACAO
                    ELSE
                       IF WRK-DEC-VEREDITO-DEVOLVIDO = SPACE
                          MOVE
                          'DEVOLVIDO PELA SEGUNDA ALCADA (SEM VEREDITO)'
                             TO WRK-TXT-APROVACAO
                       ELSE
                          MOVE SPACES TO WRK-TXT-APROVACAO
                          STRING 'DEVOLVIDO PELA SEGUNDA ALCADA '
                                 '(VEREDITO ' WRK-DEC-VEREDITO-DEVOLVIDO
                                 ')'
                              DELIMITED BY SIZE INTO WRK-TXT-APROVACAO
                       END-IF
                    END-IF
                    MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                    STRING WRK-TXT-APROVACAO DELIMITED BY '  '
                           ' - APROVADOR=' WRK-DEC-APROVADOR
                           ' EM=' WRK-DEC-DATA-APROVACAO
                           '-' WRK-DEC-HORA-APROVACAO
                        DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                    PERFORM 4000-GUARDA-EVENTO
                 END-IF
              END-IF
           END-IF.

      *AJUSTE DA PARTIDA NO LOTE PARA O RAZAO (PROJAJUSTE). O HEADER
      * DO LOTE TRAZ A DATA DO LOTE; O LOTE DO SUFIXO E REGISTRADO
      * PARA O DESFECHO NO RAZAO (5000).
       3800-TRATA-AJUSTE.
           IF AJU-REG-HEADER
              AND WRK-AJU-HDR-DATA IS NUMERIC
              MOVE WRK-AJU-HDR-DATA TO WRK-AJU-DATA-LOTE
           END-IF
           IF AJU-REG-DETALHE
              AND WRK-AJU-DET-PARTIDA IS NUMERIC
              AND WRK-AJU-DET-BALANCETE IS NUMERIC
              AND WRK-AJU-DET-PREFIXO IS NUMERIC
              MOVE WRK-AJU-DET-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-AJU-DET-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-AJU-DET-PREFIXO TO WRK-CND-PREF-1
              MOVE ZEROS TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING 'INCLUIDO NO LOTE DE AJUSTES DE '
                        WRK-AJU-DATA-LOTE
                        ' - ORIGEM=' WRK-AJU-DET-ORIGEM
                        ' PREF=' WRK-AJU-DET-PREFIXO
                        ' BAL=' WRK-AJU-DET-BALANCETE
                        ' LCTO=' WRK-AJU-DET-LCTO
                        ' VALOR=' WRK-AJU-DET-VALOR
                        ' HST=' WRK-AJU-DET-HST
                        ' TIPO=' WRK-AJU-DET-TIPO-DIV
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
                 MOVE 'A' TO WRK-LOT-TIPO-CORR
                 PERFORM 4500-LOCALIZA-LOTE
                 ADD 1 TO WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX)
              END-IF
           END-IF.

      *BAIXA DA PENDENCIA CONTRA PROVISAO NO LOTE PARA O RAZAO
      * (PROJBAIXA). O HEADER TRAZ A DATA DO LOTE E O APROVADOR; O
      * DETALHE, A CHAVE ORIGINAL E A IDADE DA PENDENCIA BAIXADA. O
      * LOTE DO SUFIXO E REGISTRADO PARA O DESFECHO NO RAZAO (5000).
       3820-TRATA-BAIXA-PROVISAO.
           IF AJU-REG-HEADER
              AND WRK-AJU-HDR-DATA IS NUMERIC
              MOVE WRK-AJU-HDR-DATA TO WRK-AJU-DATA-LOTE
              MOVE WRK-AJU-BXH-APROVADOR TO WRK-BXA-APROVADOR-LOTE
           END-IF
           IF AJU-REG-DETALHE
              AND WRK-AJU-DET-PARTIDA IS NUMERIC
              AND WRK-AJU-DET-BALANCETE IS NUMERIC
              AND WRK-AJU-DET-PREFIXO IS NUMERIC
              MOVE WRK-AJU-DET-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-AJU-DET-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-AJU-DET-PREFIXO TO WRK-CND-PREF-1
              MOVE ZEROS TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING 'INCLUIDO NO LOTE DE BAIXA CONTRA PROVISAO DE '
                        WRK-AJU-DATA-LOTE
                        ' - APROVADOR=' WRK-BXA-APROVADOR-LOTE
                        ' ORIGEM=' WRK-AJU-DET-ORIGEM
                        ' PREF=' WRK-AJU-DET-PREFIXO
                        ' BAL=' WRK-AJU-DET-BALANCETE
                        ' LCTO=' WRK-AJU-BXD-LCTO-ORIG
                        ' VALOR=' WRK-AJU-DET-VALOR
                        ' DESDE=' WRK-AJU-BXD-DATA-ORIG
                        ' DIAS UTEIS=' WRK-AJU-BXD-DIAS
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
                 MOVE 'B' TO WRK-LOT-TIPO-CORR
                 PERFORM 4500-LOCALIZA-LOTE
                 ADD 1 TO WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX)
              END-IF
           END-IF.

      *RETORNO DO RAZAO PARA O LOTE DE BAIXA (RETBAIXA), AINDA SEM A
      * CONCILIACAO DO PROJRETORNO: O HEADER MARCA O LOTE COMO
      * RESPONDIDO (E SE FOI RECUSADO INTEIRO) E CADA DETALHE DA
      * PARTIDA VIRA EVENTO COM A SITUACAO E O MOTIVO DO RAZAO.
       3830-TRATA-RETORNO-BAIXA.
           MOVE 'B' TO WRK-LOT-TIPO-CORR
           IF RET-REG-HEADER
              PERFORM 4500-LOCALIZA-LOTE
              MOVE 'S' TO WRK-LOT-RETORNO-LIDO (WRK-LOT-IDX)
              IF RET-LOTE-RECUSADO
                 MOVE 'S' TO WRK-LOT-RET-RECUSADO (WRK-LOT-IDX)
              END-IF
           END-IF
           IF RET-REG-DETALHE
              AND WRK-RET-DET-PARTIDA IS NUMERIC
              AND WRK-RET-DET-BALANCETE IS NUMERIC
              AND WRK-RET-DET-PREFIXO IS NUMERIC
              MOVE WRK-RET-DET-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-RET-DET-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-RET-DET-PREFIXO TO WRK-CND-PREF-1
              MOVE ZEROS TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 IF RET-BAIXA-REJEITADA
                    MOVE 'BAIXA REJEITADA PELO RAZAO'
                       TO WRK-TXT-SITUACAO-RET
                 ELSE
                    MOVE 'BAIXA ACEITA PELO RAZAO'
                       TO WRK-TXT-SITUACAO-RET
                 END-IF
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING 'RETORNO DO RAZAO: '
                        WRK-TXT-SITUACAO-RET DELIMITED BY '  '
                        ' MOTIVO=' WRK-RET-DET-MOTIVO
                        ' ORIGEM=' WRK-RET-DET-ORIGEM
                        ' PREF=' WRK-RET-DET-PREFIXO
                        ' BAL=' WRK-RET-DET-BALANCETE
                        ' VALOR=' WRK-RET-DET-VALOR
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
              END-IF
           END-IF.

      *RELATORIO DE ACEITE DO RAZAO (PROJRETORNO - ACEITE DO LOTE DE
      * AJUSTES OU ACEBAIXA DO LOTE DE BAIXA): O TITULO MARCA O LOTE
      * COMO CONCILIADO, O FECHO DIZ SE FOI RECUSADO INTEIRO E CADA
      * REJEITADO DA PARTIDA VIRA EVENTO COM O MOTIVO DO RAZAO.
       3850-TRATA-ACEITE.
           IF CLS-ACEBAIXA
              MOVE 'B' TO WRK-LOT-TIPO-CORR
           ELSE
              MOVE 'A' TO WRK-LOT-TIPO-CORR
           END-IF
           IF ACE-LINHA-TITULO
              PERFORM 4500-LOCALIZA-LOTE
              MOVE 'S' TO WRK-LOT-ACEITE-LIDO (WRK-LOT-IDX)
           END-IF
           IF ACE-LINHA-LOTE-RECUSADO
              PERFORM 4500-LOCALIZA-LOTE
              MOVE 'S' TO WRK-LOT-RECUSADO (WRK-LOT-IDX)
           END-IF
           IF ACE-LINHA-REJEITADO
              AND WRK-ACE-PARTIDA IS NUMERIC
              AND WRK-ACE-BALANCETE IS NUMERIC
              AND WRK-ACE-PREFIXO IS NUMERIC
              MOVE WRK-ACE-PARTIDA TO WRK-CND-PARTIDA
              MOVE WRK-ACE-BALANCETE TO WRK-CND-BALANCETE
              MOVE WRK-ACE-PREFIXO TO WRK-CND-PREF-1
              MOVE ZEROS TO WRK-CND-PREF-2
              MOVE 'S' TO WRK-CND-TEM-PREFIXO
              PERFORM 3900-TESTA-FILTRO
              IF CND-CASOU
                 IF CLS-ACEBAIXA
                    MOVE 'BAIXA REJEITADA PELO RAZAO'
                       TO WRK-TXT-SITUACAO-RET
                 ELSE
                    MOVE 'REJEITADO PELO RAZAO' TO WRK-TXT-SITUACAO-RET
                 END-IF
                 MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                 STRING WRK-TXT-SITUACAO-RET DELIMITED BY '  '
                        ' - MOTIVO ' WRK-ACE-MOTIVO
                        ' ORIGEM=' WRK-ACE-ORIGEM
                        ' PREF=' WRK-ACE-PREFIXO
                        ' BAL=' WRK-ACE-BALANCETE
                        ' LCTO=' WRK-ACE-LCTO
                        ' VALOR=' WRK-ACE-VALOR
                        ' - REABERTO COMO PENDENCIA'
                     DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                 PERFORM 4000-GUARDA-EVENTO
                 PERFORM 4500-LOCALIZA-LOTE
                 ADD 1 TO WRK-LOT-QT-REJ-RAZAO (WRK-LOT-IDX)
              END-IF
           END-IF.

      *APLICA O FILTRO DA CONSULTA AOS CAMPOS DA LINHA CORRENTE:
      * PARTIDA IGUAL, BALANCETE IGUAL (SE INFORMADO) E PREFIXO IGUAL
      * A UM DOS PREFIXOS DA LINHA (SE INFORMADO E SE A LINHA TEM
      * PREFIXO).
       3900-TESTA-FILTRO.
           MOVE 'N' TO WRK-CND-CASOU
           IF WRK-CND-PARTIDA = WRK-PARTIDA
              AND (WRK-FILTRO-BAL = ZEROS
                   OR WRK-CND-BALANCETE = WRK-FILTRO-BAL)
              AND (WRK-FILTRO-PREF = ZEROS
                   OR NOT CND-TEM-PREFIXO
                   OR WRK-CND-PREF-1 = WRK-FILTRO-PREF
                   OR WRK-CND-PREF-2 = WRK-FILTRO-PREF)
              MOVE 'S' TO WRK-CND-CASOU
           END-IF.

      *DESCREVE O TIPO DE DIVERGENCIA ('C' = CHAVE, 'V' = VALOR).
       3950-DESCREVE-TIPO-R2.
           EVALUATE WRK-R2-TIPO-DIVERG
             WHEN 'C'
               MOVE 'CHAVE' TO WRK-TXT-TIPO
             WHEN 'V'
               MOVE 'VALOR' TO WRK-TXT-TIPO
             WHEN OTHER
               MOVE WRK-R2-TIPO-DIVERG TO WRK-TXT-TIPO
           END-EVALUATE.

      *GUARDA A PRIMEIRA DIVERGENCIA DA FAIXA E O LADO EM QUE O ITEM
      * APARECEU (OS ARQUIVOS NAO SAO LIDOS EM ORDEM DE DATA).
       3960-GUARDA-PRIMEIRA-DIVERG.
           IF WRK-PRI-DIV-DATA = ZEROS
              OR WRK-DATA-SUF-CORR < WRK-PRI-DIV-DATA
              MOVE WRK-DATA-SUF-CORR TO WRK-PRI-DIV-DATA
              MOVE WRK-SUF-CORR TO WRK-PRI-DIV-SUFIXO
              IF CLS-RESULTADO2
                 MOVE 'LADO SINTETICO (RESULTADO2)'
                    TO WRK-PRI-DIV-LADO
              ELSE
                 MOVE 'LADO ANALITICO (DIVERG3)' TO WRK-PRI-DIV-LADO
              END-IF
           END-IF.

      *INCLUI O EVENTO MONTADO EM WRK-EVT-NOVO-TEXTO NA POSICAO QUE
      * MANTEM A TABELA EM ORDEM DE DATA, ORDEM DO PASSO E ORDEM DE
      * LEITURA, DESLOCANDO AS ENTRADAS SEGUINTES.
       4000-GUARDA-EVENTO.
           IF WRK-EVT-QTDE >= 3000
              DISPLAY 'TABELA DE EVENTOS ESGOTADA - RESTRINJA A FAIXA '
                      'OU AUMENTE OCCURS DE WRK-EVT-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-EVT-SEQ-GERAL
           MOVE WRK-DATA-SUF-CORR TO WRK-EVT-NOVO-DATA
           MOVE WRK-CLS-CORR TO WRK-EVT-NOVO-ORDEM
           MOVE WRK-EVT-SEQ-GERAL TO WRK-EVT-NOVO-SEQ
           MOVE WRK-SUF-CORR TO WRK-EVT-NOVO-SUFIXO
           MOVE WRK-CLS-NOME (WRK-CLS-CORR) TO WRK-EVT-NOVO-ARQUIVO
           IF FONTE-ARQUIVO-MORTO
              MOVE 'MORTO' TO WRK-EVT-NOVO-FONTE
           ELSE
              MOVE 'VIVO' TO WRK-EVT-NOVO-FONTE
           END-IF
           ADD 1 TO WRK-EVT-QTDE
           MOVE WRK-EVT-QTDE TO WRK-INS-POS
           PERFORM UNTIL WRK-INS-POS = 1
                     OR WRK-EVT-CHAVE (WRK-INS-POS - 1) <
                        WRK-EVT-NOVO-CHAVE
               COMPUTE WRK-INS-J = WRK-INS-POS - 1
               MOVE WRK-EVT-ENT (WRK-INS-J)
                  TO WRK-EVT-ENT (WRK-INS-POS)
               MOVE WRK-INS-J TO WRK-INS-POS
           END-PERFORM
           MOVE WRK-EVT-NOVO TO WRK-EVT-ENT (WRK-INS-POS).

      *LOCALIZA (OU INCLUI) O LOTE DO SUFIXO CORRENTE, DO TIPO EM
      * WRK-LOT-TIPO-CORR, NA TABELA DE LOTES. DEVOLVE A POSICAO EM
      * WRK-LOT-IDX.
       4500-LOCALIZA-LOTE.
           MOVE 'N' TO WRK-ACHOU-LOT
           SET WRK-LOT-IDX TO 1
           SEARCH WRK-LOT-ENT
             AT END
               CONTINUE
             WHEN WRK-LOT-IDX > WRK-LOT-QTDE
               CONTINUE
             WHEN WRK-LOT-DATA (WRK-LOT-IDX) = WRK-DATA-SUF-CORR
              AND WRK-LOT-TIPO (WRK-LOT-IDX) = WRK-LOT-TIPO-CORR
               MOVE 'S' TO WRK-ACHOU-LOT
           END-SEARCH
           IF NOT ACHOU-LOTE
              IF WRK-LOT-QTDE >= 800
                 DISPLAY 'TABELA DE LOTES ESGOTADA - AUMENTAR '
                         'OCCURS DE WRK-LOT-ENT'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-LOT-QTDE
              SET WRK-LOT-IDX TO WRK-LOT-QTDE
              MOVE WRK-LOT-TIPO-CORR TO WRK-LOT-TIPO (WRK-LOT-IDX)
              MOVE WRK-DATA-SUF-CORR TO WRK-LOT-DATA (WRK-LOT-IDX)
              MOVE WRK-SUF-CORR TO WRK-LOT-SUFIXO (WRK-LOT-IDX)
              IF FONTE-ARQUIVO-MORTO
                 MOVE 'MORTO' TO WRK-LOT-FONTE (WRK-LOT-IDX)
              ELSE
                 MOVE 'VIVO' TO WRK-LOT-FONTE (WRK-LOT-IDX)
              END-IF
              MOVE ZEROS TO WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX)
              MOVE ZEROS TO WRK-LOT-QT-REJ-RAZAO (WRK-LOT-IDX)
              MOVE 'N' TO WRK-LOT-ACEITE-LIDO (WRK-LOT-IDX)
              MOVE 'N' TO WRK-LOT-RECUSADO (WRK-LOT-IDX)
              MOVE 'N' TO WRK-LOT-RETORNO-LIDO (WRK-LOT-IDX)
              MOVE 'N' TO WRK-LOT-RET-RECUSADO (WRK-LOT-IDX)
           END-IF.

      *APURA O DESFECHO NO RAZAO DE CADA LOTE EM QUE A PARTIDA
      * ENTROU: SEM ACEITE = AINDA SEM RETORNO (OU, NO LOTE DE BAIXA
      * COM RETBAIXA, RETORNO AINDA NAO CONCILIADO); RECUSADO INTEIRO
      * = REABERTO; SENAO O QUE NAO FOI REJEITADO FOI ACEITO.
       5000-APURA-DESFECHO-LOTES.
           PERFORM VARYING WRK-LOT-IDX FROM 1 BY 1
                   UNTIL WRK-LOT-IDX > WRK-LOT-QTDE
               IF WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX) > ZEROS
                  AND LOT-DE-BAIXA (WRK-LOT-IDX)
                  PERFORM 5100-APURA-DESFECHO-BAIXA
               END-IF
               IF WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX) > ZEROS
                  AND NOT LOT-DE-BAIXA (WRK-LOT-IDX)
                  MOVE 12 TO WRK-CLS-CORR
                  MOVE WRK-LOT-DATA (WRK-LOT-IDX) TO WRK-DATA-SUF-CORR
                  MOVE WRK-LOT-SUFIXO (WRK-LOT-IDX) TO WRK-SUF-CORR
                  IF WRK-LOT-FONTE (WRK-LOT-IDX) = 'MORTO'
                     MOVE 'M' TO WRK-FONTE-CORR
                  ELSE
                     MOVE 'V' TO WRK-FONTE-CORR
                  END-IF
                  MOVE SPACES TO WRK-EVT-NOVO-TEXTO
                  EVALUATE TRUE
                    WHEN NOT LOT-ACEITE-LIDO (WRK-LOT-IDX)
                      STRING 'LOTE AINDA SEM RETORNO DO RAZAO '
                             '(ACEITE DO SUFIXO NAO ENCONTRADO)'
                          DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                    WHEN LOT-RECUSADO-INTEIRO (WRK-LOT-IDX)
                      STRING 'LOTE RECUSADO INTEIRO PELO RAZAO - '
                             'AJUSTE REABERTO COMO PENDENCIA'
                          DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                    WHEN WRK-LOT-QT-REJ-RAZAO (WRK-LOT-IDX) <
                         WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX)
                      STRING 'ACEITO PELO RAZAO - AJUSTES DA PARTIDA '
                             'NO LOTE=' WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX)
                             ' REJEITADOS='
                             WRK-LOT-QT-REJ-RAZAO (WRK-LOT-IDX)
                          DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
                  IF WRK-EVT-NOVO-TEXTO NOT = SPACES
                     PERFORM 4000-GUARDA-EVENTO
                  END-IF
               END-IF
           END-PERFORM.

      *DESFECHO NO RAZAO DE UM LOTE DE BAIXA CONTRA PROVISAO, NA
      * ORDEM DO ACEBAIXA DO SUFIXO.
       5100-APURA-DESFECHO-BAIXA.
           MOVE 15 TO WRK-CLS-CORR
           MOVE WRK-LOT-DATA (WRK-LOT-IDX) TO WRK-DATA-SUF-CORR
           MOVE WRK-LOT-SUFIXO (WRK-LOT-IDX) TO WRK-SUF-CORR
           IF WRK-LOT-FONTE (WRK-LOT-IDX) = 'MORTO'
              MOVE 'M' TO WRK-FONTE-CORR
           ELSE
              MOVE 'V' TO WRK-FONTE-CORR
           END-IF
           MOVE SPACES TO WRK-EVT-NOVO-TEXTO
           EVALUATE TRUE
             WHEN NOT LOT-ACEITE-LIDO (WRK-LOT-IDX)
                  AND NOT LOT-RETORNO-LIDO (WRK-LOT-IDX)
               STRING 'LOTE DE BAIXA AINDA SEM RETORNO DO RAZAO '
                      '(RETBAIXA E ACEBAIXA DO SUFIXO NAO ENCONTRADOS)'
                   DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
             WHEN NOT LOT-ACEITE-LIDO (WRK-LOT-IDX)
                  AND LOT-RETORNO-RECUSADO (WRK-LOT-IDX)
               STRING 'LOTE DE BAIXA RECUSADO INTEIRO PELO RAZAO - '
                      'RETORNO AINDA NAO CONCILIADO PELO PROJRETORNO'
                   DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
             WHEN NOT LOT-ACEITE-LIDO (WRK-LOT-IDX)
               STRING 'RETORNO DO RAZAO RECEBIDO - AINDA NAO '
                      'CONCILIADO PELO PROJRETORNO (SEM ACEBAIXA)'
                   DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
             WHEN LOT-RECUSADO-INTEIRO (WRK-LOT-IDX)
               STRING 'LOTE DE BAIXA RECUSADO INTEIRO PELO RAZAO - '
                      'PENDENCIA REABERTA'
                   DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
             WHEN WRK-LOT-QT-REJ-RAZAO (WRK-LOT-IDX) <
                  WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX)
               STRING 'BAIXA ACEITA PELO RAZAO - BAIXAS DA PARTIDA '
                      'NO LOTE=' WRK-LOT-QT-NO-LOTE (WRK-LOT-IDX)
                      ' REJEITADAS=' WRK-LOT-QT-REJ-RAZAO (WRK-LOT-IDX)
                   DELIMITED BY SIZE INTO WRK-EVT-NOVO-TEXTO
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WRK-EVT-NOVO-TEXTO NOT = SPACES
              PERFORM 4000-GUARDA-EVENTO
           END-IF.

      *GRAVA O CABECALHO, OS EVENTOS EM ORDEM DE DATA E O RESUMO DA
      * FAIXA (PRIMEIRA DIVERGENCIA E QUANTIDADES).
       6000-GRAVA-HISTORICO.
           MOVE SPACES TO HIST-LINHA
           STRING 'HISTORICO DA PARTIDA ' WRK-PARTIDA-CARTAO
                  ' - CONSULTA EM ' WRK-DATA
               DELIMITED BY SIZE INTO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST
           MOVE SPACES TO HIST-LINHA
           STRING 'FILTROS: BALANCETE=' WRK-TXT-FILTRO-BAL
                  ' PREFIXO=' WRK-TXT-FILTRO-PREF
                  ' - FAIXA DE SUFIXOS ' WRK-SUF-INI ' A '
                  WRK-SUF-FIM ' (' WRK-DATA-INI ' A '
                  WRK-DATA-FIM ')'
               DELIMITED BY SIZE INTO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST
           MOVE SPACES TO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST
           MOVE SPACES TO HIST-LINHA
           STRING 'DATA     SUF  ARQUIVO      FONTE EVENTO'
               DELIMITED BY SIZE INTO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST
           PERFORM VARYING WRK-INS-J FROM 1 BY 1
                   UNTIL WRK-INS-J > WRK-EVT-QTDE
               MOVE SPACES TO HIST-LINHA
               STRING WRK-EVT-DATA (WRK-INS-J)
                      ' ' WRK-EVT-SUFIXO (WRK-INS-J)
                      ' ' WRK-EVT-ARQUIVO (WRK-INS-J)
                      ' ' WRK-EVT-FONTE (WRK-INS-J)
                      ' ' WRK-EVT-TEXTO (WRK-INS-J)
                   DELIMITED BY SIZE INTO HIST-LINHA
               PERFORM 8000-GRAVA-LINHA-HIST
           END-PERFORM
           IF WRK-EVT-QTDE = ZEROS
              MOVE SPACES TO HIST-LINHA
              STRING 'NENHUM EVENTO DA PARTIDA NA FAIXA INFORMADA'
                  DELIMITED BY SIZE INTO HIST-LINHA
              PERFORM 8000-GRAVA-LINHA-HIST
           END-IF
           MOVE SPACES TO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST
           MOVE SPACES TO HIST-LINHA
           IF WRK-PRI-DIV-DATA = ZEROS
              STRING 'PRIMEIRA DIVERGENCIA: NENHUMA DIVERGENCIA DA '
                     'PARTIDA NA FAIXA'
                  DELIMITED BY SIZE INTO HIST-LINHA
           ELSE
              STRING 'PRIMEIRA DIVERGENCIA: ' WRK-PRI-DIV-DATA
                     ' (SUFIXO ' WRK-PRI-DIV-SUFIXO ') - '
                     WRK-PRI-DIV-LADO
                  DELIMITED BY SIZE INTO HIST-LINHA
           END-IF
           PERFORM 8000-GRAVA-LINHA-HIST
           MOVE SPACES TO HIST-LINHA
           STRING 'EVENTOS=' WRK-EVT-QTDE
                  ' ARQUIVOS VIVOS LIDOS=' WRK-QT-ARQ-VIVOS
                  ' ARQUIVOS MORTOS LIDOS=' WRK-QT-ARQ-MORTOS
                  ' (SECOES DA FAIXA=' WRK-QT-SECOES-MORTAS ')'
               DELIMITED BY SIZE INTO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST.

      *SITUACAO ATUAL NO CADASTRO DE PENDENCIAS PENDCAD.DAT: CADA
      * REGISTRO DA PARTIDA SAI EM ABERTO, COM A IDADE EM DIAS UTEIS
      * ATE A DATA DA CONSULTA, OU BAIXADO, COM A DATA, QUEM BAIXOU,
      * O SUFIXO E O MOTIVO DA BAIXA. COM O BALANCETE INFORMADO A
      * LEITURA E PELA CHAVE ALTERNATIVA (BALANCETE, PARTIDA); SEM
      * ELE O CADASTRO E PERCORRIDO NA ORDEM DA CHAVE (A CHAVE
      * ALTERNATIVA COMECA PELO BALANCETE). CADASTRO AUSENTE NAO E
      * ERRO (SITUACAO NAO APURADA).
       7000-GRAVA-SITUACAO-ATUAL.
           MOVE SPACES TO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST
           MOVE SPACES TO HIST-LINHA
           STRING 'SITUACAO ATUAL NO CADASTRO DE PENDENCIAS '
                  '(PENDCAD.DAT):'
               DELIMITED BY SIZE INTO HIST-LINHA
           PERFORM 8000-GRAVA-LINHA-HIST
           OPEN INPUT PENDCAD
           IF WRK-FS-PENDCAD = '35'
              MOVE SPACES TO HIST-LINHA
              STRING 'PENDCAD.DAT AUSENTE (FILE STATUS='
                     WRK-FS-PENDCAD ') - SITUACAO NAO APURADA'
                  DELIMITED BY SIZE INTO HIST-LINHA
              PERFORM 8000-GRAVA-LINHA-HIST
           ELSE
              PERFORM 7050-TESTA-FS-PENDCAD
              MOVE 'N' TO WRK-FIM-CADASTRO
              IF WRK-FILTRO-BAL = ZEROS
                 MOVE LOW-VALUES TO PCD-CHAVE
                 START PENDCAD KEY IS NOT LESS THAN PCD-CHAVE
                   INVALID KEY
                     MOVE 'S' TO WRK-FIM-CADASTRO
                 END-START
              ELSE
                 MOVE WRK-FILTRO-BAL TO PCD-BALANCETE
                 MOVE WRK-PARTIDA TO PCD-PARTIDA
                 MOVE ZEROS TO PCD-LCTO
                 START PENDCAD KEY IS NOT LESS THAN PCD-CHAVE-PARTIDA
                   INVALID KEY
                     MOVE 'S' TO WRK-FIM-CADASTRO
                 END-START
              END-IF
              PERFORM UNTIL FIM-CADASTRO
                  READ PENDCAD NEXT
                    AT END
                      MOVE 'S' TO WRK-FIM-CADASTRO
                    NOT AT END
                      PERFORM 7050-TESTA-FS-PENDCAD
                      IF WRK-FILTRO-BAL NOT = ZEROS
                         AND (PCD-BALANCETE NOT = WRK-FILTRO-BAL
                              OR PCD-PARTIDA NOT = WRK-PARTIDA)
                         MOVE 'S' TO WRK-FIM-CADASTRO
                      ELSE
                         PERFORM 7100-TRATA-PENDENCIA
                      END-IF
                  END-READ
                  IF NOT FIM-CADASTRO
                     PERFORM 7050-TESTA-FS-PENDCAD
                  END-IF
              END-PERFORM
              CLOSE PENDCAD
              IF WRK-QT-EM-ABERTO = ZEROS
                 AND WRK-QT-BAIXADAS-CAD = ZEROS
                 MOVE SPACES TO HIST-LINHA
                 STRING 'NAO CONSTA EM PENDCAD.DAT - A PARTIDA NUNCA '
                        'FICOU PENDENTE NO CADASTRO'
                     DELIMITED BY SIZE INTO HIST-LINHA
                 PERFORM 8000-GRAVA-LINHA-HIST
              END-IF
           END-IF.

      *CONFERE O FILE STATUS DO CADASTRO INDEXADO ('02' = CHAVE
      * ALTERNATIVA REPETIDA, NORMAL NESTE ARQUIVO).
       7050-TESTA-FS-PENDCAD.
           IF NOT FS-PENDCAD-OK
              MOVE 'PENDCAD' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDCAD TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF.

      *GRAVA O REGISTRO DA PARTIDA NO CADASTRO: EM ABERTO COM A IDADE
      * EM DIAS UTEIS; BAIXADO COM DATA, RESPONSAVEL (PROGRAMA OU
      * APROVADOR), SUFIXO E MOTIVO DA BAIXA.
       7100-TRATA-PENDENCIA.
           MOVE PCD-PARTIDA TO WRK-CND-PARTIDA
           MOVE PCD-BALANCETE TO WRK-CND-BALANCETE
           MOVE PCD-PREFIXO TO WRK-CND-PREF-1
           MOVE ZEROS TO WRK-CND-PREF-2
           MOVE 'S' TO WRK-CND-TEM-PREFIXO
           PERFORM 3900-TESTA-FILTRO
           IF CND-CASOU AND PCD-BAIXADA
              ADD 1 TO WRK-QT-BAIXADAS-CAD
              EVALUATE TRUE
                WHEN PCD-BAIXA-CONCILIADA
                  MOVE 'CONCILIADA NA RODADA' TO WRK-TXT-MOTIVO-BAIXA
                WHEN PCD-BAIXA-PROVISAO
                  MOVE 'CONTRA PROVISAO' TO WRK-TXT-MOTIVO-BAIXA
                WHEN OTHER
                  MOVE 'MOTIVO NAO INFORMADO' TO WRK-TXT-MOTIVO-BAIXA
              END-EVALUATE
              MOVE SPACES TO HIST-LINHA
              STRING 'BAIXADA EM ' PCD-DATA-BAIXA
                     ' POR ' PCD-BAIXADA-POR
                     ' SUFIXO ' PCD-SUFIXO-BAIXA
                     ' MOTIVO ' PCD-MOTIVO-BAIXA ' ('
                     WRK-TXT-MOTIVO-BAIXA DELIMITED BY '  '
                     ') - ABERTA EM ' PCD-DATA-ORIGEM
                     ' ORIGEM=' PCD-ORIGEM
                     ' PREF=' PCD-PREFIXO
                     ' BAL=' PCD-BALANCETE
                     ' LCTO=' PCD-LCTO
                     ' VALOR=' PCD-VALOR
                  DELIMITED BY SIZE INTO HIST-LINHA
              PERFORM 8000-GRAVA-LINHA-HIST
           END-IF
           IF CND-CASOU AND NOT PCD-BAIXADA
              ADD 1 TO WRK-QT-EM-ABERTO
              PERFORM 7200-CONTA-DIAS-UTEIS
              MOVE SPACES TO HIST-LINHA
              STRING 'EM ABERTO DESDE ' PCD-DATA-ORIGEM
                     ' HA ' WRK-DIAS-ABERTO ' DIAS UTEIS'
                     ' - ORIGEM=' PCD-ORIGEM
                     ' PREF=' PCD-PREFIXO
                     ' BAL=' PCD-BALANCETE
                     ' LCTO=' PCD-LCTO
                     ' VALOR=' PCD-VALOR
                     ' HST=' PCD-HST
                  DELIMITED BY SIZE INTO HIST-LINHA
              PERFORM 8000-GRAVA-LINHA-HIST
           END-IF.

      *CONTA EM WRK-DIAS-ABERTO OS DIAS UTEIS ENTRE A DATA DE ORIGEM
      * DA PENDENCIA (EXCLUSIVE) E A DATA DA CONSULTA (INCLUSIVE),
      * COMO NO ENVELHECIMENTO DO PROJSINANAL. DATA DE ORIGEM INVALIDA
      * OU NO FUTURO CONTA ZERO.
       7200-CONTA-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-ABERTO
           IF PCD-DATA-ORIGEM IS NUMERIC
              COMPUTE WRK-CONT-INT-INI =
                  FUNCTION INTEGER-OF-DATE (PCD-DATA-ORIGEM)
              IF WRK-CONT-INT-INI NOT = ZEROS
                 MOVE WRK-INT-CONSULTA TO WRK-CONT-INT-FIM
                 COMPUTE WRK-CONT-INT-CORR = WRK-CONT-INT-INI + 1
                 PERFORM UNTIL WRK-CONT-INT-CORR > WRK-CONT-INT-FIM
                     COMPUTE WRK-UTIL-DATA =
                         FUNCTION DATE-OF-INTEGER (WRK-CONT-INT-CORR)
                     PERFORM 0170-TESTA-DIA-UTIL
                     IF DIA-E-UTIL
                        ADD 1 TO WRK-DIAS-ABERTO
                     END-IF
                     ADD 1 TO WRK-CONT-INT-CORR
                 END-PERFORM
              END-IF
           END-IF.

      *GRAVA UMA LINHA DO RELATORIO CONFERINDO O FILE STATUS.
       8000-GRAVA-LINHA-HIST.
           WRITE HIST-LINHA
           MOVE 'HISTPART' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-HISTPART TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

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
