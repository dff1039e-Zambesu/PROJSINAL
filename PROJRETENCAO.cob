      *OBJETIVO: ARQUIVAR E EXPURGAR OS ARQUIVOS SUFIXADOS VENCIDOS,
      *          SEM TOCAR EM SUFIXO AINDA REFERENCIADO
      *DATA:02/09/2026
      *MANUTENCAO:
      *15/10/2026 - REGISTROS DO ARQUIVO ALVO E DO ARQUIVO MORTO
      *             AMPLIADOS PARA 400 POSICOES: A LINHA DO DECISOES
      *             PASSOU A LEVAR A IMAGEM DO ITEM E A APROVACAO DA
      *             SEGUNDA ALCADA E ERA TRUNCADA NO ARQUIVAMENTO.
      *
      *CADA SUFIXO DEIXA PARA TRAS UMA DUZIA DE ARQUIVOS E DEPOIS DE
      *UM ANO DE SUFIXOS MMDD O DIRETORIO FICA INGOVERNAVEL - E O
           05 RET-CLASSE               PIC X(12).
           05 RET-DIAS                 PIC 9(05).

      *MESMO LAYOUT DO PEND-REG DA DESCARGA GRAVADA PELO PROJPENDDESC.
       FD PENDENTES.
         01 PEND-REG.
           05 PEND-DATA-ORIGEM         PIC 9(08).
           05 PEND-VALOR               PIC 9(15).
           05 PEND-HST                 PIC 9(03).

      *O MAIOR REGISTRO ENTRE AS CLASSES E O DO DECISOES (400).
       FD ARQALVO.
         01 ALVO-LINHA                 PIC X(400).

       FD ARQMORTO.
         01 MORTO-LINHA                PIC X(400).

       FD RETENLOG.
         01 RLOG-LINHA                 PIC X(160).
