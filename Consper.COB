      *  PERIODO QUE SE CIERRA; LA DIFERENCIA POR LAS RECUPERADAS DE
      *  RECICLA (QUE NO ACTUALIZAN EL CONTROL DE PERIODOS) SE
      *  INFORMA EN EL LISTADO SIN FRENAR EL CIERRE.
      *  CERRADO EL PERIODO, ARCHIVA GUARDA SUS SALIDAS EN UNA
      *  GENERACION Y DEPURA DEL HISTORICO LOS PERIODOS VENCIDOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------
           05  EXT-FECHAVENTA       PIC 9(08).
           05  EXT-TIPOVENTA        PIC X(01).
           05  EXT-SUCURSAL         PIC 9(03).
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).

       FD  HISTORICO.
      *****************************************************************
