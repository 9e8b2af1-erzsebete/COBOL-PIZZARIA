      ******************************************************************
      * Layout do registo da tabela de correspondencia dos artigos
      * das plataformas de entregas (ARTPLATAFORMA.DAT), indexado por
      * APL-CHAVE: o canal (REG-CANAL, "G" Glovo ou "U" Uber Eats) e
      * o identificador do artigo no ficheiro exportado pela
      * plataforma. Cada artigo corresponde a uma piza do menu
      * (MNU-CODIGO, num tamanho 1/2/3) ou a um produto de venda
      * (PRD-CODIGO). O ImportaPlataformas acrescenta sozinho os
      * artigos que ainda nao conhece, por mapear (APL-TIPO em
      * branco), com a descricao da plataforma e a data em que
      * apareceram pela ultima vez; o gerente mapeia-os no
      * PlataformasManut.
      ******************************************************************
       01 REG-ARTIGO-PLATAFORMA.
          05 APL-CHAVE.
             10 APL-CANAL            PIC X.
             10 APL-ARTIGO-EXT       PIC X(20).
          05 APL-DESCRICAO           PIC X(30).
          05 APL-TIPO                PIC X.
             88 APL-PIZA-MENU               VALUE "M".
             88 APL-PRODUTO                 VALUE "P".
             88 APL-POR-MAPEAR              VALUE " ".
          05 APL-CODIGO              PIC X(2).
          05 APL-TAMANHO             PIC 9.
          05 APL-DATA-VISTO          PIC 9(8).
