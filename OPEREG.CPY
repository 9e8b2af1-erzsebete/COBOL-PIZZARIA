      * (OPERADORES.DAT), indexado por OPE-CODIGO. O PIN e pedido na
      * entrada do ecra de pedidos e o codigo do operador fica
      * carimbado em cada pedido e anulacao que ele registar.
      * OPE-PERFIL diz o que o operador pode fazer nas manutencoes e
      * nos programas de escritorio: o balcao so consulta e regista
      * o dia a dia, o gerente altera precos, promocoes, zonas,
      * motoristas, contagens e reembolsos e o administrador alem
      * disso gere os operadores. Em branco vale como balcao.
      ******************************************************************
       01 REG-OPERADOR-MESTRE.
          05 OPE-CODIGO              PIC X(2).
          05 OPE-NOME                PIC X(30).
          05 OPE-PIN                 PIC 9(4).
          05 OPE-PERFIL              PIC X.
             88 OPE-PERFIL-BALCAO           VALUES "B" " ".
             88 OPE-PERFIL-GERENTE          VALUE "G".
             88 OPE-PERFIL-ADMIN            VALUE "A".
