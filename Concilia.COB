       PROGRAM-ID. CONCILIA.
      *****************************************************************
      *  CONCILIACION DE FIN DE CADENA: CRUZA LOS REGISTROS DE CONTROL
      *  DE VALIDAVE, APAREO, RECICLA, CARGCLI, COMISION Y ASIENTOS
      *  CON EL EXTRACTO CONTABLE MISMO, PRUEBA LAS IDENTIDADES DEL
      *  MES Y EMITE UN CERTIFICADO DE UNA PAGINA CON UN VEREDICTO
      *  OK/ER POR IDENTIDAD. HASTA AHORA LA MESA DE CONTROL FIRMABA
      *  EL MES ABRIENDO CUATRO ARCHIVOS Y COMPARANDO NUMEROS A MANO.
      *  IDENTIDADES QUE SE PRUEBAN:
      *    1. ACEPTADAS POR VALIDAVE = VENTAS LEIDAS POR APAREO.
      *    2. APAREADAS + RECHAZOS + DUPLICADAS + FUERA DE PERIODO
      *       + RETENIDAS POR CREDITO = VENTAS LEIDAS (APAREO).
      *    3. REGISTROS 'D' DEL EXTRACTO = APAREADAS + RECUPERADAS
      *       + LIBERADAS POR RECICLA.
      *    4. IMPORTE DE LOS 'D' = IMPORTE DE LOS 'R' + IMPORTE
      *       RECUPERADO Y LIBERADO POR RECICLA.
      *    5. RECUPERADAS + RECHAZADAS 2DA + NO REPROCESABLES
      *       + RECUPERADAS RETENIDAS POR CREDITO = RECHAZOS LEIDOS
      *       POR RECICLA.
      *    6. RECHAZOS LEIDOS POR RECICLA = RECHAZOS + DUPLICADAS DE
      *       APAREO (TODO LO QUE FUE A SINCOINCIDENCIA).
      *    7. CLIENTES CARGADOS POR CARGCLI = LEIDOS DEL MAESTRO.
      *    8. REGISTROS 'D' DEL EXTRACTO = VENTAS LIQUIDADAS POR
      *       COMISION.
      *    9. IMPORTE DE LOS 'D' = BASE DE LA LIQUIDACION DE
      *       COMISIONES (LIQUIDADO + SIN VENDEDOR).
      *   10. DEBE DEL ASIENTO DE VENTAS = HABER DEL ASIENTO.
      *   11. IMPORTE DE LOS 'D' = SALDO DE DEUDORES POR VENTAS DEL
      *       ASIENTO (LO QUE VA AL MAYOR ES LO QUE SE VENDIO).
      *   12. REGISTROS 'D' DEL EXTRACTO = VENTAS ASENTADAS.
      *   13. RETENIDAS LEIDAS POR RECICLA = RETENIDAS POR APAREO.
      *   14. PENDIENTES + RETENIDAS LEIDAS + RECUPERADAS RETENIDAS
      *       POR RECICLA = LIBERADAS + LAS QUE SIGUEN RETENIDAS
      *       (NINGUNA SE PIERDE).
      *  ADEMAS EXIGE 'OK' EN LOS BALANCEOS PROPIOS DE APAREO,
      *  CARGCLI, COMISION Y ASIENTOS. SI ALGUNA IDENTIDAD NO CIERRA,
      *  EL CERTIFICADO SALE IGUAL (CON SUS 'ER' A LA VISTA) Y EL
      *  PROGRAMA TERMINA CON CODIGO DE RETORNO 60, DISTINTO DE LAS
      *  CLASES DE FALLA DE LA CADENA, PARA QUE EL PLANIFICADOR FRENE
      *  EL CIERRE.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT CTLCARGCLI ASSIGN TO
           "CONCILIA_CARGCLI"
                                     FILE STATUS IS FS-CARGCLI.
           SELECT CTLCOMISION ASSIGN TO
           "CONCILIA_COMISION"
                                     FILE STATUS IS FS-COMISION.
           SELECT CTLASIENTOS ASSIGN TO
           "CONCILIA_ASIENTOS"
                                     FILE STATUS IS FS-ASIENTOS.
           SELECT EXTRACTO ASSIGN TO
           "CONCILIA_EXTRACTO"
                                     FILE STATUS IS FS-EXTRACTO.
           05  ACT-BALANCEO           PIC X(02).
           05  ACT-DUPLICADAS         PIC 9(09).
           05  ACT-FUERA-PERIODO      PIC 9(09).
           05  ACT-RETENIDAS          PIC 9(09).
           05  ACT-IMP-RETENIDAS      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

       FD  CTLRECICLA.
      *****************************************************************
           05  RCT-NO-REPROCESABLES   PIC 9(09).
           05  RCT-IMP-RECUPERADAS    PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  RCT-RETENIDAS-LEIDAS   PIC 9(09).
           05  RCT-PENDIENTES-LEIDAS  PIC 9(09).
           05  RCT-LIBERADAS          PIC 9(09).
           05  RCT-SIGUEN-RETENIDAS   PIC 9(09).
           05  RCT-IMP-LIBERADAS      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  RCT-RECHAZOS-RETENIDOS PIC 9(09).

       FD  CTLCARGCLI.
      *****************************************************************
           05  CCT-HASH-IDE-INFORMADO PIC 9(12).
           05  CCT-BALANCEO           PIC X(02).

       FD  CTLCOMISION.
      *****************************************************************
      *  REGISTRO DE CONTROL DE COMISION (MISMO LAYOUT QUE GRABA
      *  COMISION EN COMISION_CONTROL).
      *****************************************************************
       01  REG-CTL-COMISION-FD.
           05  MCT-FECHA              PIC 9(08).
           05  MCT-HORA-INICIO        PIC 9(08).
           05  MCT-HORA-FIN           PIC 9(08).
           05  MCT-VENTAS-LEIDAS      PIC 9(09).
           05  MCT-VENTAS-LIQUIDADAS  PIC 9(09).
           05  MCT-SIN-VENDEDOR       PIC 9(09).
           05  MCT-IMP-BASE           PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  MCT-IMP-LIQUIDADO      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  MCT-IMP-SIN-VENDEDOR   PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  MCT-COMISIONES         PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  MCT-BALANCEO           PIC X(02).

       FD  CTLASIENTOS.
      *****************************************************************
      *  REGISTRO DE CONTROL DE ASIENTOS (MISMO LAYOUT QUE GRABA
      *  ASIENTOS EN ASIENTOS_CONTROL).
      *****************************************************************
       01  REG-CTL-ASIENTOS-FD.
           05  GCT-FECHA              PIC 9(08).
           05  GCT-HORA-INICIO        PIC 9(08).
           05  GCT-HORA-FIN           PIC 9(08).
           05  GCT-FECHA-DESDE        PIC 9(08).
           05  GCT-FECHA-HASTA        PIC 9(08).
           05  GCT-VENTAS-LEIDAS      PIC 9(09).
           05  GCT-VENTAS-ASENTADAS   PIC 9(09).
           05  GCT-VENTAS-SIN-CUENTA  PIC 9(09).
           05  GCT-RENGLONES          PIC 9(09).
           05  GCT-IMP-BASE           PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  GCT-TOTAL-DEBE         PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  GCT-TOTAL-HABER        PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  GCT-SALDO-DEUDORES     PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  GCT-SALDO-VENTAS       PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  GCT-SALDO-IVA          PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  GCT-BALANCEO           PIC X(02).

       FD  EXTRACTO.
      *****************************************************************
      *  EXTRACTO CONTABLE DEL PERIODO (MISMO LAYOUT QUE GRABAN
           05  EXT-FECHAVENTA       PIC 9(08).
           05  EXT-TIPOVENTA        PIC X(01).
           05  EXT-SUCURSAL         PIC 9(03).
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).
       01  REG-EXTRACTO-RES-FD.
           05  EXR-TIPO             PIC X(01).
           05  EXR-IDE              PIC 9(05).
                                    SIGN LEADING SEPARATE.
           05  EXR-IMP-TOTAL        PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(37).

       FD  CERTIFICADO.
      *****************************************************************
        01 FS-APAREO                      PIC X(02).
        01 FS-RECICLA                     PIC X(02).
        01 FS-CARGCLI                     PIC X(02).
        01 FS-COMISION                    PIC X(02).
        01 FS-ASIENTOS                    PIC X(02).
        01 FS-EXTRACTO                    PIC X(02).
        01 FS-CERTIFICADO                 PIC X(02).

        01 WS-PATH-APAREO                 PIC X(100).
        01 WS-PATH-RECICLA                PIC X(100).
        01 WS-PATH-CARGCLI                PIC X(100).
        01 WS-PATH-COMISION               PIC X(100).
        01 WS-PATH-ASIENTOS               PIC X(100).
        01 WS-PATH-EXTRACTO               PIC X(100).
        01 WS-PATH-CERTIFICADO            PIC X(100).

              STOP RUN
           END-IF.

           ACCEPT WS-PATH-COMISION FROM ENVIRONMENT "CONCILIA_COMISION".
           IF WS-PATH-COMISION = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO CONCILIA_COMISION'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-ASIENTOS FROM ENVIRONMENT "CONCILIA_ASIENTOS".
           IF WS-PATH-ASIENTOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO CONCILIA_ASIENTOS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-EXTRACTO FROM ENVIRONMENT "CONCILIA_EXTRACTO".
           IF WS-PATH-EXTRACTO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
           DISPLAY "APAREO: " WS-PATH-APAREO.
           DISPLAY "RECICLA: " WS-PATH-RECICLA.
           DISPLAY "CARGCLI: " WS-PATH-CARGCLI.
           DISPLAY "COMISION: " WS-PATH-COMISION.
           DISPLAY "ASIENTOS: " WS-PATH-ASIENTOS.
           DISPLAY "EXTRACTO: " WS-PATH-EXTRACTO.
           DISPLAY "CERTIFICADO: " WS-PATH-CERTIFICADO.

              STOP RUN
           END-IF.

           READ CTLCOMISION
              AT END
                 DISPLAY 'ERROR EN 1100-LEO-CONTROLES'
                 DISPLAY 'EL CONTROL DE COMISION ESTA VACIO'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF FS-COMISION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1100-LEO-CONTROLES'
              DISPLAY 'CONTROL DE COMISION'
              DISPLAY 'FS-COMISION: ' FS-COMISION
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ CTLASIENTOS
              AT END
                 DISPLAY 'ERROR EN 1100-LEO-CONTROLES'
                 DISPLAY 'EL CONTROL DE ASIENTOS ESTA VACIO'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF FS-ASIENTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1100-LEO-CONTROLES'
              DISPLAY 'CONTROL DE ASIENTOS'
              DISPLAY 'FS-ASIENTOS: ' FS-ASIENTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-TITULO-CERTIFICADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           WRITE REG-CERTIFICADO-FD FROM WS-LINEA-TITULO.
           MOVE ACT-VENTAS-LEIDAS TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "APAR+RECH+DUP+FUERA+RETEN = LEIDAS"
                TO WS-ID-ETIQUETA.
           COMPUTE WS-LADO-IZQ = ACT-FILAS-ESCRITAS + ACT-RECHAZOS
                               + ACT-DUPLICADAS + ACT-FUERA-PERIODO
                               + ACT-RETENIDAS.
           MOVE ACT-VENTAS-LEIDAS TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "REGISTROS D = APAREADAS+RECUP+LIBER"
                TO WS-ID-ETIQUETA.
           MOVE WS-CANT-D TO WS-LADO-IZQ.
           COMPUTE WS-LADO-DER = ACT-FILAS-ESCRITAS
                               + RCT-RECUPERADAS + RCT-LIBERADAS.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "IMPORTE D = IMP R + RECUP + LIBER"
                TO WS-ID-ETIQUETA.
           MOVE WS-IMP-D TO WS-LADO-IZQ.
           COMPUTE WS-LADO-DER = WS-IMP-R + RCT-IMP-RECUPERADAS
                               + RCT-IMP-LIBERADAS.
           PERFORM 3100-GRABO-IDENTIDAD.

      *    UN RECHAZO RECUPERADO QUE RECICLA RETUVO POR CREDITO NO
      *    LLEGA AL EXTRACTO NI A RECHAZOS2: QUEDA PENDIENTE.
           MOVE "RECUP+RECH2+NOREP+RETEN = LEIDOS"
                TO WS-ID-ETIQUETA.
           COMPUTE WS-LADO-IZQ = RCT-RECUPERADAS + RCT-RECHAZADAS-2
                               + RCT-NO-REPROCESABLES
                               + RCT-RECHAZOS-RETENIDOS.
           MOVE RCT-RECHAZOS-LEIDOS TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE CCT-MAE-LEIDOS TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "REGISTROS D = VENTAS COMISION"
                TO WS-ID-ETIQUETA.
           MOVE WS-CANT-D TO WS-LADO-IZQ.
           MOVE MCT-VENTAS-LEIDAS TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "IMPORTE D = BASE COMISIONES"
                TO WS-ID-ETIQUETA.
           MOVE WS-IMP-D TO WS-LADO-IZQ.
           COMPUTE WS-LADO-DER = MCT-IMP-LIQUIDADO
                               + MCT-IMP-SIN-VENDEDOR.
           PERFORM 3100-GRABO-IDENTIDAD.

      *    EL ASIENTO DE VENTAS QUE VA AL MAYOR ENTRA EN LA MISMA
      *    FIRMA DEL MES: PARTIDA DOBLE CERRADA, DEUDORES IGUAL A LO
      *    VENDIDO SEGUN EL EXTRACTO Y NINGUNA VENTA SIN ASENTAR.
           MOVE "DEBE ASIENTO = HABER ASIENTO"
                TO WS-ID-ETIQUETA.
           MOVE GCT-TOTAL-DEBE TO WS-LADO-IZQ.
           MOVE GCT-TOTAL-HABER TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "IMPORTE D = DEUDORES DEL ASIENTO"
                TO WS-ID-ETIQUETA.
           MOVE WS-IMP-D TO WS-LADO-IZQ.
           MOVE GCT-SALDO-DEUDORES TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "REGISTROS D = VENTAS ASENTADAS"
                TO WS-ID-ETIQUETA.
           MOVE WS-CANT-D TO WS-LADO-IZQ.
           MOVE GCT-VENTAS-ASENTADAS TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

      *    LAS VENTAS RETENIDAS POR CREDITO NO SE PIERDEN: TODO LO
      *    QUE APAREO RETUVO LLEGA A RECICLA, Y CADA RETENIDA O
      *    PENDIENTE SALE LIBERADA O SIGUE PENDIENTE.
           MOVE "RETENIDAS RECICLA = RETENIDAS APAREO"
                TO WS-ID-ETIQUETA.
           MOVE RCT-RETENIDAS-LEIDAS TO WS-LADO-IZQ.
           MOVE ACT-RETENIDAS TO WS-LADO-DER.
           PERFORM 3100-GRABO-IDENTIDAD.

           MOVE "PEND+RETEN+RECUP RET = LIBER+SIGUEN"
                TO WS-ID-ETIQUETA.
           COMPUTE WS-LADO-IZQ = RCT-PENDIENTES-LEIDAS
                               + RCT-RETENIDAS-LEIDAS
                               + RCT-RECHAZOS-RETENIDOS.
           COMPUTE WS-LADO-DER = RCT-LIBERADAS
                               + RCT-SIGUEN-RETENIDAS.
           PERFORM 3100-GRABO-IDENTIDAD.

      *    LOS BALANCEOS PROPIOS DE CADA PROGRAMA TAMBIEN FIRMAN EL
      *    MES: UN 'ER' (O EL 'SC' DE UNA CARGA HISTORICA) NO CIERRA.
           MOVE "BALANCEO DE APAREO" TO WS-ID-ETIQUETA.
           END-IF.
           PERFORM 3200-GRABO-LINEA.

           MOVE "BALANCEO DE COMISION" TO WS-ID-ETIQUETA.
           MOVE ZERO TO WS-LADO-IZQ WS-LADO-DER.
           IF MCT-BALANCEO = 'OK'
              MOVE 'OK' TO WS-ID-VEREDICTO
           ELSE
              MOVE 'ER' TO WS-ID-VEREDICTO
              SET MES-NO-CIERRA TO TRUE
           END-IF.
           PERFORM 3200-GRABO-LINEA.

           MOVE "BALANCEO DE ASIENTOS" TO WS-ID-ETIQUETA.
           MOVE ZERO TO WS-LADO-IZQ WS-LADO-DER.
           IF GCT-BALANCEO = 'OK'
              MOVE 'OK' TO WS-ID-VEREDICTO
           ELSE
              MOVE 'ER' TO WS-ID-VEREDICTO
              SET MES-NO-CIERRA TO TRUE
           END-IF.
           PERFORM 3200-GRABO-LINEA.

       3100-GRABO-IDENTIDAD.
           IF WS-LADO-IZQ = WS-LADO-DER
              MOVE 'OK' TO WS-ID-VEREDICTO
           END-IF.


           OPEN INPUT CTLCOMISION

           IF FS-COMISION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CONTROL DE COMISION'
              DISPLAY 'FS-COMISION: ' FS-COMISION
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT CTLASIENTOS

           IF FS-ASIENTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CONTROL DE ASIENTOS'
              DISPLAY 'FS-ASIENTOS: ' FS-ASIENTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT EXTRACTO

           IF FS-EXTRACTO = '00'
           END-IF.


           CLOSE CTLCOMISION.

           IF FS-COMISION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CONTROL DE COMISION'
              DISPLAY 'FS-COMISION: ' FS-COMISION
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE CTLASIENTOS.

           IF FS-ASIENTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CONTROL DE ASIENTOS'
              DISPLAY 'FS-ASIENTOS: ' FS-ASIENTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE EXTRACTO.

           IF FS-EXTRACTO = '00'
