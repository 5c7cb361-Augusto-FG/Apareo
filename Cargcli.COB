           05  MAE-IDE                    PIC 9(05).
           05  MAE-DESCRIPCION            PIC X(15).
           05  MAE-DIRECCION              PIC X(30).
           05  MAE-VENDEDOR               PIC 9(03).
           05  MAE-LIMITE-CREDITO         PIC 9(09)V99.
           05  MAE-ESTADO-CREDITO         PIC X(01).
       01  REG-MAESTRO-CAB-FD.
           05  MAC-TIPO                   PIC X(03).
           05  MAC-FECHA-ARCHIVO          PIC 9(08).
           05  MAC-PERIODO-DESDE          PIC 9(08).
           05  MAC-PERIODO-HASTA          PIC 9(08).
           05  FILLER                     PIC X(38).
       01  REG-MAESTRO-PIE-FD.
           05  MAP-TIPO                   PIC X(03).
           05  MAP-CANT-REGISTROS         PIC 9(09).
           05  MAP-HASH-IDE               PIC 9(12).
           05  FILLER                     PIC X(41).

       FD  CLIINDEX.
      *****************************************************************
           05  CLX-IDE                    PIC 9(05).
           05  CLX-DESCRIPCION            PIC X(15).
           05  CLX-DIRECCION              PIC X(30).
           05  CLX-VENDEDOR               PIC 9(03).
      *    LIMITE DE CREDITO (CERO: SIN LIMITE) Y ESTADO DE CREDITO
      *    ('N' NORMAL, 'R' RETENIDO), QUE APAREO CONTROLA AL FACTURAR.
           05  CLX-LIMITE-CREDITO         PIC 9(09)V99.
           05  CLX-ESTADO-CREDITO         PIC X(01).

      *****************************************************************
      *  REGISTRO DE CONTROL DE LA CARGA: LO LEIDO Y LO CARGADO, LOS
           MOVE MAE-IDE         TO CLX-IDE.
           MOVE MAE-DESCRIPCION TO CLX-DESCRIPCION.
           MOVE MAE-DIRECCION   TO CLX-DIRECCION.
      *    EL CLIENTES.DAT HISTORICO Y LOS MAESTROS ANTERIORES AL
      *    VENDEDOR LO TRAEN EN BLANCO: SE CARGA EN CERO (SIN VENDEDOR).
           IF MAE-VENDEDOR IS NUMERIC
              MOVE MAE-VENDEDOR TO CLX-VENDEDOR
           ELSE
              MOVE ZERO         TO CLX-VENDEDOR
           END-IF.
      *    LO MISMO EL LIMITE Y EL ESTADO DE CREDITO: SE CARGAN SIN
      *    LIMITE Y EN ESTADO NORMAL.
           IF MAE-LIMITE-CREDITO IS NUMERIC
              MOVE MAE-LIMITE-CREDITO TO CLX-LIMITE-CREDITO
           ELSE
              MOVE ZERO               TO CLX-LIMITE-CREDITO
           END-IF.
           IF MAE-ESTADO-CREDITO = 'R'
              MOVE 'R' TO CLX-ESTADO-CREDITO
           ELSE
              MOVE 'N' TO CLX-ESTADO-CREDITO
           END-IF.
           WRITE REG-CLIINDEX-FD.

           IF FS-CLIINDEX = '00'
