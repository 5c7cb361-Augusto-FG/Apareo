      *  CLIENTE DEL MAESTRO INDEXADO CLIINDEX, SUS VENTAS APAREADAS
      *  DEL PERIODO (REGISTROS 'D' DEL EXTRACTO), LO QUE TENGA EN
      *  SINCOINCIDENCIA CON SU MOTIVO (SC-TIPO) Y, PARA UNA VENTA
      *  PUNTUAL, SU ESTADO EN EL HISTORIAL DEL PERIODO (HIS-ESTADO)
      *  Y EL COMPROBANTE EN QUE SE FACTURO.
      *  ASI EL MOSTRADOR CONTESTA "LA VENTA 000123456 PASO, Y SI NO
      *  PASO POR QUE" SIN GREPEAR ARCHIVOS CRUDOS A MANO. ESTILO
      *  CONSPER: BATCH, POR PARAMETROS, CON SU LISTADO.
      *  CON CONSCLI_PERIODO_DESDE / CONSCLI_PERIODO_HASTA SE CONSULTA
      *  UN PERIODO YA ARCHIVADO POR ARCHIVA: EL EXTRACTO,
      *  SINCOINCIDENCIA Y EL HISTORIAL SE TOMAN DE SU GENERACION,
      *  UBICADA EN EL CATALOGO (CONSCLI_CATALOGO), Y LAS VARIABLES
      *  DE ESOS TRES ARCHIVOS NO HACEN FALTA.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------

      *    LOS NOMBRES ASIGNADOS SON SIMBOLICOS (ESTILO DD DE JCL),
      *    IGUAL QUE EN EL RESTO DE LA CADENA. TODAS LAS VARIABLES
      *    SON OBLIGATORIAS, SALVO EL CATALOGO, QUE SOLO SE LEE PARA
      *    CONSULTAR UN PERIODO ARCHIVADO.
           SELECT CONSULTAS ASSIGN TO
           "CONSCLI_CONSULTAS"
                                     FILE STATUS IS FS-CONSULTAS.
           SELECT LISTADO ASSIGN TO
           "CONSCLI_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
           SELECT CATALOGO ASSIGN TO
           "CONSCLI_CATALOGO"
                                     FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
      *-------------
           05  IDE                        PIC 9(05).
           05  DESCRIPCION                PIC X(15).
           05  DIRECCION                  PIC X(30).
           05  VENDEDOR                   PIC 9(03).
           05  LIMITE-CREDITO             PIC 9(09)V99.
           05  ESTADO-CREDITO             PIC X(01).

       FD  HISTORIAL.
      *****************************************************************
      *  HISTORIAL DE VENTAS PROCESADAS DEL PERIODO (MISMO LAYOUT QUE
      *  MANTIENE APAREO): ESTADO 'P' CORRIDA EN CURSO/TRUNCADA, 'C'
      *  CONFIRMADA. EL COMPROBANTE LO GRABA FACTURA.
      *****************************************************************
       01  REG-HISTORIAL-FD.
           05  HIS-IDEVE            PIC 9(09).
           05  HIS-ESTADO           PIC X(01).
           05  HIS-FECHA            PIC 9(08).
           05  HIS-TIPO-COMPROB     PIC X(01).
           05  HIS-NRO-COMPROB      PIC 9(08).

       FD  EXTRACTO.
      *****************************************************************
           05  EXT-FECHAVENTA       PIC 9(08).
           05  EXT-TIPOVENTA        PIC X(01).
           05  EXT-SUCURSAL         PIC 9(03).
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).

       FD  SINCOINCIDENCIA.
      *****************************************************************
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(120).

       FD  CATALOGO.
      *****************************************************************
      *  CATALOGO DE GENERACIONES (MISMO LAYOUT QUE GRABA ARCHIVA).
      *****************************************************************
       01  REG-CATALOGO-FD.
           05  CAT-DESDE              PIC 9(08).
           05  CAT-HASTA              PIC 9(08).
           05  CAT-ARCHIVO            PIC X(25).
           05  CAT-FECHA-ARCHIVADO    PIC 9(08).
           05  CAT-REGISTROS          PIC 9(09).
           05  CAT-TOTAL              PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  CAT-PATH               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
              "CONSULTA DE CLIENTES Y VENTAS - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).

        01 WS-LINEA-ARCHIVADO.
           05 FILLER PIC X(20) VALUE
              "PERIODO ARCHIVADO: ".
           05 WS-ARC-DESDE                PIC 9(08).
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-ARC-HASTA                PIC 9(08).

        01 WS-LINEA-SEPARADOR.
           05 FILLER PIC X(60) VALUE ALL "-".

           05 WS-HI-ESTADO                PIC X(20).
           05 FILLER                      PIC X(08) VALUE "  FECHA ".
           05 WS-HI-FECHA                 PIC 9(08).
           05 FILLER                      PIC X(14) VALUE
              "  COMPROBANTE ".
           05 WS-HI-COMPROBANTE           PIC X(16).
           05 WS-HI-NRO-COMPROB           PIC X(08).

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
        01 FS-EXTRACTO                    PIC X(02).
        01 FS-SINCOINCIDENCIA             PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-CATALOGO                    PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
        01 WS-PATH-EXTRACTO               PIC X(100).
        01 WS-PATH-SINCOINCIDENCIA        PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-CATALOGO               PIC X(100).

      *-----------------------------------------------------------------
      *PERIODO ARCHIVADO A CONSULTAR (OPCIONAL) Y SUS GENERACIONES
      *-----------------------------------------------------------------
        01 WS-ARCH-DESDE-ALFA             PIC X(08).
        01 WS-ARCH-HASTA-ALFA             PIC X(08).
        01 WS-ARCH-DESDE                  PIC 9(08) VALUE ZERO.
        01 WS-ARCH-HASTA                  PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-ARCHIVADO           PIC X(01) VALUE 'N'.
           88 PERIODO-ARCHIVADO                      VALUE 'S'.
        01 WS-GEN-EXTRACTO                PIC X(100) VALUE SPACES.
        01 WS-GEN-SINCOINCIDENCIA         PIC X(100) VALUE SPACES.
        01 WS-GEN-HISTORIAL               PIC X(100) VALUE SPACES.
        01 WS-EOF-CATALOGO                PIC X(01) VALUE 'N'.
           88 EOF-CATALOGO                           VALUE 'S'.

      *-----------------------------------------------------------------
      *CONTADORES DE LA CORRIDA
              STOP RUN
           END-IF.

      *    PERIODO ARCHIVADO: LAS DOS FECHAS JUNTAS O NINGUNA. LAS
      *    GENERACIONES DEL CATALOGO SE DEJAN EN LAS VARIABLES DEL
      *    HISTORIAL, EL EXTRACTO Y SINCOINCIDENCIA, QUE SE LEEN ABAJO.
           ACCEPT WS-ARCH-DESDE-ALFA
                FROM ENVIRONMENT "CONSCLI_PERIODO_DESDE".
           ACCEPT WS-ARCH-HASTA-ALFA
                FROM ENVIRONMENT "CONSCLI_PERIODO_HASTA".
           IF WS-ARCH-DESDE-ALFA = SPACES
              AND WS-ARCH-HASTA-ALFA = SPACES
              CONTINUE
           ELSE
              IF WS-ARCH-DESDE-ALFA IS NUMERIC
                 AND WS-ARCH-HASTA-ALFA IS NUMERIC
                 MOVE WS-ARCH-DESDE-ALFA TO WS-ARCH-DESDE
                 MOVE WS-ARCH-HASTA-ALFA TO WS-ARCH-HASTA
                 SET PERIODO-ARCHIVADO TO TRUE
                 PERFORM 0550-UBICO-PERIODO-ARCHIVADO
              ELSE
                 DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
                 DISPLAY 'CONSCLI_PERIODO_DESDE Y CONSCLI_PERIODO_HASTA'
                 DISPLAY 'DEBEN VENIR JUNTAS Y NUMERICAS (AAAAMMDD)'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           ACCEPT WS-PATH-HISTORIAL
                FROM ENVIRONMENT "CONSCLI_HISTORIAL".
           IF WS-PATH-HISTORIAL = SPACES

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

       0550-UBICO-PERIODO-ARCHIVADO.
           ACCEPT WS-PATH-CATALOGO FROM ENVIRONMENT "CONSCLI_CATALOGO".
           IF WS-PATH-CATALOGO = SPACES
              DISPLAY 'ERROR EN 0550-UBICO-PERIODO-ARCHIVADO'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO CONSCLI_CATALOGO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CATALOGO.
           IF FS-CATALOGO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0550-UBICO-PERIODO-ARCHIVADO'
              DISPLAY 'ARCHIVO CATALOGO'
              DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0560-LEO-CATALOGO
                UNTIL EOF-CATALOGO.
           CLOSE CATALOGO.

           IF WS-GEN-EXTRACTO = SPACES
              OR WS-GEN-SINCOINCIDENCIA = SPACES
              OR WS-GEN-HISTORIAL = SPACES
              DISPLAY 'ERROR EN 0550-UBICO-PERIODO-ARCHIVADO'
              DISPLAY 'EL PERIODO ' WS-ARCH-DESDE ' - ' WS-ARCH-HASTA
                      ' NO TIENE ARCHIVADOS EN EL CATALOGO'
              DISPLAY 'EL EXTRACTO, SINCOINCIDENCIA Y EL HISTORIAL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "CONSCLI_EXTRACTO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-EXTRACTO UPON ENVIRONMENT-VALUE.
           DISPLAY "CONSCLI_SINCOINCIDENCIA" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-SINCOINCIDENCIA UPON ENVIRONMENT-VALUE.
           DISPLAY "CONSCLI_HISTORIAL" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-HISTORIAL UPON ENVIRONMENT-VALUE.
           DISPLAY "PERIODO ARCHIVADO: " WS-ARCH-DESDE " - "
                   WS-ARCH-HASTA.

       0560-LEO-CATALOGO.
           READ CATALOGO
              AT END
                 SET EOF-CATALOGO TO TRUE
           END-READ.
           IF EOF-CATALOGO
              CONTINUE
           ELSE
              IF FS-CATALOGO = '00'
                 IF CAT-DESDE = WS-ARCH-DESDE
                    AND CAT-HASTA = WS-ARCH-HASTA
                    EVALUATE CAT-ARCHIVO
                       WHEN 'APAREO_EXTRACTO'
                          MOVE CAT-PATH TO WS-GEN-EXTRACTO
                       WHEN 'APAREO_SINCOINCIDENCIA'
                          MOVE CAT-PATH TO WS-GEN-SINCOINCIDENCIA
                       WHEN 'APAREO_HISTORIAL'
                          MOVE CAT-PATH TO WS-GEN-HISTORIAL
                    END-EVALUATE
                 END-IF
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO CATALOGO'
                 DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       200-PROCESO.
           ADD 1 TO WS-CANT-CONSULTAS.

           MOVE CON-IDEVE TO HIS-IDEVE.
           MOVE CON-IDEVE TO WS-HI-IDEVE.
           MOVE ZERO      TO WS-HI-FECHA.
           MOVE SPACES    TO WS-HI-COMPROBANTE WS-HI-NRO-COMPROB.
           READ HISTORIAL
              INVALID KEY
                 MOVE 'NO FIGURA' TO WS-HI-ESTADO
                    WHEN OTHER
                       MOVE 'DESCONOCIDO' TO WS-HI-ESTADO
                 END-EVALUATE
                 PERFORM 2215-ARMO-COMPROBANTE
           END-READ.
           IF FS-HISTORIAL = '00' OR FS-HISTORIAL = '23'
              CONTINUE
           WRITE REG-LISTADO-FD FROM WS-LINEA-HISTORIAL.
           PERFORM 3900-VERIFICO-LISTADO.

       2215-ARMO-COMPROBANTE.
      *    EN QUE COMPROBANTE QUEDO LA VENTA (LO GRABA FACTURA). UN
      *    HISTORIAL ANTERIOR A LA FACTURACION LO TRAE EN BLANCO.
           IF HIS-NRO-COMPROB IS NUMERIC
              AND HIS-NRO-COMPROB NOT = ZERO
              EVALUATE HIS-TIPO-COMPROB
                 WHEN 'F'
                    MOVE 'FACTURA' TO WS-HI-COMPROBANTE
                 WHEN 'C'
                    MOVE 'NOTA DE CREDITO' TO WS-HI-COMPROBANTE
                 WHEN OTHER
                    MOVE 'DESCONOCIDO' TO WS-HI-COMPROBANTE
              END-EVALUATE
              MOVE HIS-NRO-COMPROB TO WS-HI-NRO-COMPROB
           ELSE
              MOVE 'SIN FACTURAR' TO WS-HI-COMPROBANTE
           END-IF.

       2220-LISTO-VENTA-IDEVE.
           PERFORM 2410-LEO-EXTRACTO.
           IF NOT EOF-EXTRACTO
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.
           IF PERIODO-ARCHIVADO
              MOVE WS-ARCH-DESDE TO WS-ARC-DESDE
              MOVE WS-ARCH-HASTA TO WS-ARC-HASTA
              WRITE REG-LISTADO-FD FROM WS-LINEA-ARCHIVADO
              PERFORM 3900-VERIFICO-LISTADO
           END-IF.

       3900-VERIFICO-LISTADO.
           IF FS-LISTADO = '00'
