      ******************************************************************
      * Layout do registo do ficheiro de controlo de series de
      * numeracao (NUMEROS.DAT), indexado por NUM-SERIE ("PED" para
      * pedidos, "REC" para recibos e notas de credito, "VAL" para
      * vales de oferta, "ENC" para encomendas a fornecedores).
      * Substitui os antigos PROXPED.DAT e PROXREC.DAT: com dois
      * balcoes a
      * vender ao mesmo tempo, o ficheiro abre em I-O exclusivo so
      * durante o instante da reserva (ler, somar um, regravar), e o
      * outro balcao repete a abertura ate a serie ficar livre, pelo
