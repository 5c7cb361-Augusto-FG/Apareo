      *    DEL RANKING PERO FORMA PARTE DEL LAYOUT DEL EXTRACTO.
           05  ENT-TIPOVENTA              PIC X(01).
           05  ENT-SUCURSAL               PIC 9(03).
           05  ENT-PROD-CODIGO            PIC 9(05).
           05  ENT-CATEGORIA              PIC 9(02).

       FD  LISTADO.
      *****************************************************************
