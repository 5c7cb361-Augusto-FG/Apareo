      *  LO PRODUJO. ANTES ESTE PASO LO HACIA UN OPERADOR CONCATENANDO
      *  Y REORDENANDO ARCHIVOS A MANO, Y CUANDO UN LOTE VENIA MAL
      *  NADIE PODIA DECIR DE QUE SUCURSAL ERA.
      *  UNA SUCURSAL EXIMIDA OFICIALMENTE EN EL MES (CONSOSUC_EXENTA_NN
      *  = S) NO SE CONSOLIDA: QUEDA ASENTADA EN EL LISTADO Y LA
      *  CADENA SIGUE CON LAS DEMAS. LA MISMA MARCA LA RESPETA PREVUELO
      *  AL VERIFICAR LAS ENTRADAS ANTES DE ARRANCAR LA CADENA.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------
      *    VALUE, EL MISMO TRUCO QUE USA APAREO PARA LOS DEFAULTS).
      *    LA CANTIDAD DE SUCURSALES Y EL PATH Y CODIGO DE CADA UNA
      *    VIENEN EN CONSOSUC_CANTIDAD, CONSOSUC_ENTRADA_NN Y
      *    CONSOSUC_SUCURSAL_NN; CONSOSUC_EXENTA_NN (OPCIONAL) EXIME A
      *    LA SUCURSAL EN EL PERIODO.
           SELECT ENTRADA ASSIGN TO
           "CONSOSUC_ENTRADA"
                                     FILE STATUS IS FS-ENTRADA.
              "  BALANCEO: ".
           05 WS-LS-BALANCEO              PIC X(02).

        01 WS-LINEA-EXENTA.
           05 FILLER                      PIC X(10) VALUE "SUCURSAL: ".
           05 WS-LE-CODIGO                PIC 9(03).
           05 FILLER                      PIC X(40) VALUE
              "  EXENTA EN EL PERIODO: NO SE CONSOLIDA".

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.
      *-----------------------------------------------------------------
      *TABLA DE SUCURSALES: PATH Y CODIGO DE CADA UNA, TOMADOS DE
      *CONSOSUC_ENTRADA_NN Y CONSOSUC_SUCURSAL_NN (NN = 01 A LA
      *CANTIDAD DECLARADA EN CONSOSUC_CANTIDAD, TOPE 20), Y LA MARCA
      *DE EXENCION DE CONSOSUC_EXENTA_NN.
      *-----------------------------------------------------------------
        01 WS-MAX-SUCURSALES              PIC 9(02) VALUE 20.
        01 WS-CANT-SUCURSALES-ALFA        PIC X(02).
           05 WS-SUC-ENTRADA OCCURS 20 TIMES.
              10 WS-SUC-PATH              PIC X(100).
              10 WS-SUC-CODIGO            PIC 9(03).
              10 WS-SUC-EXENTA            PIC X(01).
                 88 SUC-EXENTA                       VALUE 'S'.
        01 WS-CANT-EXENTAS                PIC 9(02) VALUE ZERO.
        01 WS-CANT-PROCESADAS             PIC 9(02) VALUE ZERO.
        01 WS-SUC-IDX                     PIC 9(02) VALUE ZERO.
        01 WS-SUC-NN                      PIC 9(02) VALUE ZERO.
        01 WS-NOMBRE-VAR                  PIC X(25) VALUE SPACES.
       0550-CARGO-SUCURSAL.
      *    EL PATH Y EL CODIGO DE CADA SUCURSAL VIENEN EN VARIABLES
      *    NUMERADAS (CONSOSUC_ENTRADA_NN / CONSOSUC_SUCURSAL_NN): EL
      *    NOMBRE SE ARMA Y SE CONSULTA POR IDENTIFICADOR. UNA
      *    SUCURSAL EXENTA PUEDE NO TENER PATH: ESE MES NO MANDA LOTE.
           MOVE SPACES TO WS-NOMBRE-VAR.
           STRING 'CONSOSUC_EXENTA_' DELIMITED BY SIZE
                  WS-SUC-NN          DELIMITED BY SIZE
                  INTO WS-NOMBRE-VAR.
           MOVE SPACES TO WS-VALOR-VAR.
           ACCEPT WS-VALOR-VAR FROM ENVIRONMENT WS-NOMBRE-VAR.
           IF WS-VALOR-VAR = 'S' OR WS-VALOR-VAR = 's'
              MOVE 'S' TO WS-SUC-EXENTA(WS-SUC-NN)
              ADD 1 TO WS-CANT-EXENTAS
           ELSE
              MOVE 'N' TO WS-SUC-EXENTA(WS-SUC-NN)
           END-IF.

           MOVE SPACES TO WS-NOMBRE-VAR.
           STRING 'CONSOSUC_ENTRADA_' DELIMITED BY SIZE
                  WS-SUC-NN           DELIMITED BY SIZE
                  INTO WS-NOMBRE-VAR.
           MOVE SPACES TO WS-VALOR-VAR.
           ACCEPT WS-VALOR-VAR FROM ENVIRONMENT WS-NOMBRE-VAR.
           IF WS-VALOR-VAR = SPACES AND NOT SUC-EXENTA(WS-SUC-NN)
              DISPLAY 'ERROR EN 0550-CARGO-SUCURSAL'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ' WS-NOMBRE-VAR
              DISPLAY 'SE CANCELA EL PROGRAMA'
      *  ESTAMPADO.
      *****************************************************************
       2000-CLASIFICO-SUCURSALES.
           PERFORM 2050-ATIENDO-SUCURSAL
                VARYING WS-SUC-IDX FROM 1 BY 1
                UNTIL WS-SUC-IDX > WS-CANT-SUCURSALES.
           GO TO 2099-FIN-CLASIFICO.

       2050-ATIENDO-SUCURSAL.
      *    LA SUCURSAL EXENTA NO SE ABRE: SOLO QUEDA LA CONSTANCIA EN
      *    EL LISTADO.
           IF SUC-EXENTA(WS-SUC-IDX)
              DISPLAY 'SUCURSAL ' WS-SUC-CODIGO(WS-SUC-IDX)
                      ' EXENTA EN EL PERIODO: NO SE CONSOLIDA'
              MOVE WS-SUC-CODIGO(WS-SUC-IDX) TO WS-LE-CODIGO
              WRITE REG-LISTADO-FD FROM WS-LINEA-EXENTA
              PERFORM 3900-VERIFICO-LISTADO
           ELSE
              PERFORM 2100-PROCESO-SUCURSAL
              ADD 1 TO WS-CANT-PROCESADAS
           END-IF.

       2100-PROCESO-SUCURSAL.
      *    LA SELECT ENTRADA RESUELVE SU PATH POR LA VARIABLE DE
      *    ENTORNO AL ABRIR: SE PISA CON EL DE LA SUCURSAL EN CURSO.
              MOVE WS-FECHA-PROCESO     TO CTL-FECHA.
              MOVE WS-HORA-INICIO       TO CTL-HORA-INICIO.
              MOVE WS-HORA-FIN          TO CTL-HORA-FIN.
              MOVE WS-CANT-PROCESADAS   TO CTL-SUCURSALES.
              MOVE WS-CANT-LEIDAS-TOTAL TO CTL-LEIDAS.
              MOVE WS-CANT-GRABADAS     TO CTL-GRABADAS.
              MOVE WS-HASH-CANT-SALIDA  TO CTL-HASH-CANTIDAD.

       300-FINALIZO.
           MOVE "SUCURSALES PROCESADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-PROCESADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "SUCURSALES EXENTAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-EXENTAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.


           PERFORM 3700-GRABO-CONTROL.

           DISPLAY "SUCURSALES PROCESADAS: " WS-CANT-PROCESADAS.
           DISPLAY "SUCURSALES EXENTAS: " WS-CANT-EXENTAS.
           DISPLAY "VENTAS LEIDAS: " WS-CANT-LEIDAS-TOTAL.
           DISPLAY "VENTAS CONSOLIDADAS: " WS-CANT-GRABADAS.

