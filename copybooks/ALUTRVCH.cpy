       78  TRV-CHAVE-OPERADOR           VALUE 999911.
       78  TRV-CHAVE-DECLARACAO         VALUE 999912.
       78  TRV-CHAVE-SPOOL              VALUE 999913.
       78  TRV-CHAVE-AVALIACAO          VALUE 999914.
       78  TRV-CHAVE-MATRIZ             VALUE 999915.
       78  TRV-CHAVE-SALA               VALUE 999916.
       78  TRV-CHAVE-PROVA              VALUE 999917.
       78  TRV-CHAVE-OFICINA            VALUE 999918.
       78  TRV-CHAVE-EVENTO             VALUE 999919.
       78  TRV-CHAVE-AUTORIZADO         VALUE 999920.
       78  TRV-CHAVE-AEE                VALUE 999921.
       78  TRV-CHAVE-LIVRO              VALUE 999922.
       78  TRV-CHAVE-TRANSPORTE         VALUE 999923.
