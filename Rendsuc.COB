       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDSUC.
      *****************************************************************
      *  TABLERO MENSUAL POR SUCURSAL: CONSOSUC ESTAMPA LA SUCURSAL
      *  EN CADA VENTA Y EL CODIGO VIAJA AL EXTRACTO (EXT-SUCURSAL),
      *  A SINCOINCIDENCIA (SC-SUCURSAL) Y A LOS ERRORES DE EDICION
      *  DE VALIDAVE; ESTE PROGRAMA LO JUNTA TODO POR SUCURSAL:
      *  VENTAS Y DEVOLUCIONES (CANTIDAD E IMPORTE) CON SU TASA DE
      *  DEVOLUCION, LOS RECHAZOS DE APAREO POR MOTIVO (SC-TIPO),
      *  CUANTOS DE ESOS RECHAZOS RECUPERO RECICLA Y LOS ERRORES DE
      *  EDICION DE VALIDAVE. CIERRA CON UN RANKING DE SUCURSALES POR
      *  RETRABAJO (RECHAZOS DE APAREO MAS ERRORES DE VALIDAVE), PARA
      *  IR A LAS SUCURSALES CUYOS LOTES MAS TRABAJO DAN CON NUMEROS.
      *  LAS RECUPERADAS SALEN POR DIFERENCIA: RECICLA REINTENTA LOS
      *  RECHAZOS "VENTA" Y PASA A RECHAZOS2 LOS QUE SIGUEN SIN
      *  COINCIDIR, ASI QUE LO QUE FALTA EN RECHAZOS2 ES RECUPERADO,
      *  SALVO LAS QUE RECICLA RETUVO POR CREDITO AL RECUPERARLAS (LAS
      *  "VENTA" DE SU NUEVOPENDIENTES), QUE TAMPOCO SE FACTURARON.
      *  LA SUCURSAL 000 ES "SIN SUCURSAL" (LOTES QUE NO PASARON POR
      *  CONSOSUC).
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *------------

      *    LOS NOMBRES ASIGNADOS SON SIMBOLICOS (ESTILO DD DE JCL),
      *    IGUAL QUE EN EL RESTO DE LA CADENA: GNUCOBOL RESUELVE CADA
      *    UNO CONTRA LA VARIABLE DE ENTORNO DEL MISMO NOMBRE. TODAS
      *    LAS VARIABLES SON OBLIGATORIAS. EL EXTRACTO ES EL QUE DEJAN
      *    APAREO Y RECICLA.
           SELECT EXTRACTO ASSIGN TO
           "RENDSUC_EXTRACTO"
                                     FILE STATUS IS FS-EXTRACTO.
      *    RECHAZOS DE APAREO (APAREO_SINCOINCIDENCIA).
           SELECT SINCOINCIDENCIA ASSIGN TO
           "RENDSUC_SINCOINCIDENCIA"
                                     FILE STATUS IS FS-SINCO.
      *    RECHAZOS DE SEGUNDA VUELTA DE RECICLA (RECICLA_RECHAZOS2).
           SELECT RECHAZOS2 ASSIGN TO
           "RENDSUC_RECHAZOS2"
                                     FILE STATUS IS FS-RECHAZOS2.
      *    VENTAS QUE SIGUEN RETENIDAS POR CREDITO DESPUES DE RECICLA
      *    (RECICLA_NUEVOPENDIENTES).
           SELECT RETENIDAS ASSIGN TO
           "RENDSUC_RETENIDAS"
                                     FILE STATUS IS FS-RETENIDAS.
      *    ERRORES DE EDICION DE VALIDAVE (VALIDAVE_ERRORES).
           SELECT ERRORES ASSIGN TO
           "RENDSUC_ERRORES"
                                     FILE STATUS IS FS-ERRORES.
           SELECT LISTADO ASSIGN TO
           "RENDSUC_LISTADO"
                                     FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------

       FD  EXTRACTO.
      *****************************************************************
      *  EXTRACTO CONTABLE DEL PERIODO (MISMO LAYOUT QUE GRABAN
      *  APAREO Y RECICLA): ACA INTERESAN LOS 'D'.
      *****************************************************************
       01  REG-EXTRACTO-DET-FD.
           05  EXT-TIPO             PIC X(01).
           05  EXT-IDE              PIC 9(05).
           05  EXT-IDEVE            PIC 9(09).
           05  EXT-PRODUCTO         PIC X(15).
           05  EXT-CANTIDAD         PIC 9(06).
           05  EXT-PRECIO           PIC 9(07)V99.
           05  EXT-FECHAVENTA       PIC 9(08).
           05  EXT-TIPOVENTA        PIC X(01).
           05  EXT-SUCURSAL         PIC 9(03).
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).

       FD  SINCOINCIDENCIA.
      *****************************************************************
      *  RECHAZOS DE APAREO (MISMO LAYOUT QUE REG-SINCOINCIDENCIA-FD
      *  DE APAREO). SC-TIPO "VENTA" ES UNA VENTA DE UN CLIENTE QUE
      *  NO ESTA EN EL MAESTRO; "DUPLICADA" UNA VENTA YA PROCESADA.
      *****************************************************************
       01  REG-SINCOINCIDENCIA-FD.
           05  SC-TIPO              PIC X(10).
           05  SC-IDEVE             PIC 9(09).
           05  SC-IDE               PIC 9(05).
           05  SC-PRODUCTO          PIC X(15).
           05  SC-DESCRIP           PIC X(15).
           05  SC-CANTIDAD          PIC X(06).
           05  SC-PRECIO            PIC X(09).
           05  SC-FECHAVENTA        PIC 9(08).
           05  SC-TIPOVENTA         PIC X(01).
           05  SC-SUCURSAL          PIC 9(03).

       FD  RECHAZOS2.
      *****************************************************************
      *  RECHAZOS DE SEGUNDA VUELTA (RECICLA LOS GRABA TAL CUAL LOS
      *  LEYO DE SINCOINCIDENCIA).
      *****************************************************************
       01  REG-RECHAZOS2-FD.
           05  R2-TIPO              PIC X(10).
           05  R2-IDEVE             PIC 9(09).
           05  R2-IDE               PIC 9(05).
           05  R2-PRODUCTO          PIC X(15).
           05  R2-DESCRIP           PIC X(15).
           05  R2-CANTIDAD          PIC X(06).
           05  R2-PRECIO            PIC X(09).
           05  R2-FECHAVENTA        PIC 9(08).
           05  R2-TIPOVENTA         PIC X(01).
           05  R2-SUCURSAL          PIC 9(03).

       FD  RETENIDAS.
      *****************************************************************
      *  VENTAS RETENIDAS POR CREDITO QUE DEJA RECICLA (MISMO LAYOUT
      *  QUE SINCOINCIDENCIA). TIPO "VENTA" ES UN RECHAZO RECUPERADO
      *  QUE RECICLA RETUVO EN ESTA CORRIDA; "CREDITO" LAS DEMAS.
      *****************************************************************
       01  REG-RETENIDAS-FD.
           05  XN-TIPO              PIC X(10).
           05  XN-IDEVE             PIC 9(09).
           05  XN-IDE               PIC 9(05).
           05  XN-PRODUCTO          PIC X(15).
           05  XN-DESCRIP           PIC X(15).
           05  XN-CANTIDAD          PIC X(06).
           05  XN-PRECIO            PIC X(09).
           05  XN-FECHAVENTA        PIC 9(08).
           05  XN-TIPOVENTA         PIC X(01).
           05  XN-SUCURSAL          PIC 9(03).

       FD  ERRORES.
      *****************************************************************
      *  ERRORES DE EDICION (MISMO LAYOUT QUE GRABA VALIDAVE): 'E'
      *  ERROR QUE RECHAZO LA VENTA, 'A' ADVERTENCIA.
      *****************************************************************
       01  REG-ERRORES-FD.
           05  ERE-IDEVE              PIC X(09).
           05  ERE-SUCURSAL           PIC 9(03).
           05  ERE-GRAVEDAD           PIC X(01).
           05  ERE-CAMPO              PIC X(10).
           05  ERE-VALOR              PIC X(09).
           05  ERE-MOTIVO             PIC X(30).

       FD  LISTADO.
      *****************************************************************
      *  TABLERO: DOS LINEAS POR SUCURSAL (OPERACIONES Y RETRABAJO) EN
      *  ORDEN DE CODIGO, EL RANKING POR RETRABAJO Y LOS TOTALES.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(42) VALUE
              "TABLERO DE SUCURSALES - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).

        01 WS-LINEA-SECCION.
           05 WS-SEC-TITULO               PIC X(60).

        01 WS-LINEA-SUC-VENTAS.
           05 FILLER                      PIC X(09) VALUE "SUCURSAL ".
           05 WS-LV-SUCURSAL              PIC 9(03).
           05 FILLER                      PIC X(09) VALUE "  VENTAS:".
           05 WS-LV-CANT-VENTAS           PIC Z(6)9.
           05 FILLER                      PIC X(10) VALUE "  IMPORTE:".
           05 WS-LV-IMP-VENTAS            PIC Z(10)9,99.
           05 FILLER                      PIC X(08) VALUE "  DEVOL:".
           05 WS-LV-CANT-DEVOL            PIC Z(6)9.
           05 FILLER                      PIC X(10) VALUE "  IMPORTE:".
           05 WS-LV-IMP-DEVOL             PIC Z(10)9,99.
           05 FILLER                      PIC X(10) VALUE "  % DEVOL:".
           05 WS-LV-TASA-DEVOL            PIC Z(4)9,99.

        01 WS-LINEA-SUC-RETRABAJO.
           05 FILLER                      PIC X(12) VALUE SPACES.
           05 FILLER                      PIC X(13) VALUE
              "RECH CLIENTE:".
           05 WS-LR-RECH-CLIENTE          PIC Z(5)9.
           05 FILLER                      PIC X(09) VALUE "  DUPLIC:".
           05 WS-LR-RECH-DUPLICADA        PIC Z(5)9.
           05 FILLER                      PIC X(08) VALUE "  OTROS:".
           05 WS-LR-RECH-OTROS            PIC Z(5)9.
           05 FILLER                      PIC X(14) VALUE
              "  RECUPERADAS:".
           05 WS-LR-RECUPERADAS           PIC Z(5)9.
           05 FILLER                      PIC X(15) VALUE
              "  ERR VALIDAVE:".
           05 WS-LR-ERRORES               PIC Z(5)9.
           05 FILLER                      PIC X(09) VALUE "  ADVERT:".
           05 WS-LR-ADVERTENCIAS          PIC Z(5)9.

        01 WS-LINEA-RANKING.
           05 FILLER                      PIC X(07) VALUE "PUESTO ".
           05 WS-RK-PUESTO                PIC Z(2)9.
           05 FILLER                      PIC X(11) VALUE
              "  SUCURSAL ".
           05 WS-RK-SUCURSAL              PIC 9(03).
           05 FILLER                      PIC X(12) VALUE
              "  RETRABAJO:".
           05 WS-RK-RETRABAJO             PIC Z(6)9.
           05 FILLER                      PIC X(14) VALUE
              "  % DEL TOTAL:".
           05 WS-RK-PORCENTAJE            PIC Z(2)9,99.

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 WS-LINEA-TOTAL.
           05 WS-TOT-ETIQUETA             PIC X(30).
           05 WS-TOT-IMPORTE              PIC -(11)9,99.

        01 FS-EXTRACTO                    PIC X(02).
        01 FS-SINCO                       PIC X(02).
        01 FS-RECHAZOS2                   PIC X(02).
        01 FS-RETENIDAS                   PIC X(02).
        01 FS-ERRORES                     PIC X(02).
        01 FS-LISTADO                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS (TODAS OBLIGATORIAS)
      *-----------------------------------------------------------------
        01 WS-PATH-EXTRACTO               PIC X(100).
        01 WS-PATH-SINCO                  PIC X(100).
        01 WS-PATH-RECHAZOS2              PIC X(100).
        01 WS-PATH-RETENIDAS              PIC X(100).
        01 WS-PATH-ERRORES                PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES DE LA CORRIDA
      *-----------------------------------------------------------------
        01 WS-CANT-LEIDAS                 PIC 9(09) VALUE ZERO.
        01 WS-CANT-RESUMENES              PIC 9(09) VALUE ZERO.
        01 WS-CANT-RECHAZOS               PIC 9(09) VALUE ZERO.
        01 WS-CANT-PENDIENTES             PIC 9(09) VALUE ZERO.
        01 WS-CANT-RETENIDAS              PIC 9(09) VALUE ZERO.
        01 WS-CANT-ERRORES                PIC 9(09) VALUE ZERO.
        01 WS-CANT-RECUPERADAS            PIC 9(09) VALUE ZERO.
        01 WS-RETRABAJO-TOTAL             PIC 9(09) VALUE ZERO.
        01 WS-IMP-VENTAS-TOTAL            PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-DEVOL-TOTAL             PIC S9(11)V99 VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.

        01 WS-EOF-EXTRACTO                PIC X(01) VALUE 'N'.
           88 EOF-EXTRACTO                           VALUE 'S'.
        01 WS-EOF-SINCO                   PIC X(01) VALUE 'N'.
           88 EOF-SINCO                              VALUE 'S'.
        01 WS-EOF-RECHAZOS2               PIC X(01) VALUE 'N'.
           88 EOF-RECHAZOS2                          VALUE 'S'.
        01 WS-EOF-RETENIDAS               PIC X(01) VALUE 'N'.
           88 EOF-RETENIDAS                          VALUE 'S'.
        01 WS-EOF-ERRORES                 PIC X(01) VALUE 'N'.
           88 EOF-ERRORES                            VALUE 'S'.

      *-----------------------------------------------------------------
      *TABLA DE SUCURSALES, SUBINDICADA DIRECTO POR CODIGO (000-999 VA
      *A LA ENTRADA CODIGO + 1): NO HACE FALTA BUSCAR NI ORDENAR PARA
      *LISTAR EN ORDEN DE CODIGO. SOLO SE LISTAN LAS SUCURSALES CON
      *ALGUN MOVIMIENTO (SUC-USADA).
      *-----------------------------------------------------------------
        01 WS-TABLA-SUCURSALES.
           05 WS-SUC-ENTRADA OCCURS 1000 TIMES.
              10 WS-SUC-USADA             PIC X(01).
              10 WS-SUC-CANT-VENTAS       PIC 9(07).
              10 WS-SUC-IMP-VENTAS        PIC S9(11)V99.
              10 WS-SUC-CANT-DEVOL        PIC 9(07).
              10 WS-SUC-IMP-DEVOL         PIC S9(11)V99.
              10 WS-SUC-RECH-CLIENTE      PIC 9(06).
              10 WS-SUC-RECH-DUPLICADA    PIC 9(06).
              10 WS-SUC-RECH-OTROS        PIC 9(06).
              10 WS-SUC-PENDIENTES        PIC 9(06).
              10 WS-SUC-RETENIDAS         PIC 9(06).
              10 WS-SUC-ERRORES           PIC 9(06).
              10 WS-SUC-ADVERTENCIAS      PIC 9(06).
        01 WS-SUC-IDX                     PIC 9(04) VALUE ZERO.
        01 WS-SUC-CODIGO                  PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------------
      *RANKING POR RETRABAJO: LAS SUCURSALES USADAS SE COPIAN A UNA
      *TABLA COMPACTA Y SE ORDENAN POR SELECCION, DESCENDENTE, COMO EL
      *RANKING DE RANKPROD.
      *-----------------------------------------------------------------
        01 WS-CANT-RANKING                PIC 9(04) VALUE ZERO.
        01 WS-TABLA-RANKING.
           05 WS-RNK-ENTRADA OCCURS 1000 TIMES.
              10 WS-RNK-SUCURSAL          PIC 9(03).
              10 WS-RNK-RETRABAJO         PIC 9(07).
        01 WS-RNK-AUXILIAR.
           05 WS-AUX-SUCURSAL             PIC 9(03).
           05 WS-AUX-RETRABAJO            PIC 9(07).

      *    CALCULOS DE LA LINEA
        01 WS-RECUPERADAS                 PIC 9(07) VALUE ZERO.
        01 WS-RETRABAJO                   PIC 9(07) VALUE ZERO.
        01 WS-PORCENTAJE                  PIC 9(05)V99 VALUE ZERO.

      *    SUBINDICES DEL RECORRIDO E INTERCAMBIO DE LA TABLA
        01 WS-I                           PIC 9(04) VALUE ZERO.
        01 WS-J                           PIC 9(04) VALUE ZERO.
        01 WS-MAYOR                       PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           PERFORM 2000-LEO-EXTRACTO.
           PERFORM 2020-ACUMULO-VENTA
                UNTIL EOF-EXTRACTO.

           PERFORM 2100-LEO-SINCO.
           PERFORM 2120-ACUMULO-RECHAZO
                UNTIL EOF-SINCO.

           PERFORM 2200-LEO-RECHAZOS2.
           PERFORM 2220-ACUMULO-PENDIENTE
                UNTIL EOF-RECHAZOS2.

           PERFORM 2250-LEO-RETENIDAS.
           PERFORM 2270-ACUMULO-RETENIDA
                UNTIL EOF-RETENIDAS.

           PERFORM 2300-LEO-ERRORES.
           PERFORM 2320-ACUMULO-ERROR
                UNTIL EOF-ERRORES.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           INITIALIZE WS-TABLA-SUCURSALES

           PERFORM 1100-TITULO-LISTADO.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-EXTRACTO FROM ENVIRONMENT "RENDSUC_EXTRACTO".
           IF WS-PATH-EXTRACTO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RENDSUC_EXTRACTO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-SINCO
                FROM ENVIRONMENT "RENDSUC_SINCOINCIDENCIA".
           IF WS-PATH-SINCO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'RENDSUC_SINCOINCIDENCIA'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-RECHAZOS2
                FROM ENVIRONMENT "RENDSUC_RECHAZOS2".
           IF WS-PATH-RECHAZOS2 = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RENDSUC_RECHAZOS2'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-RETENIDAS
                FROM ENVIRONMENT "RENDSUC_RETENIDAS".
           IF WS-PATH-RETENIDAS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RENDSUC_RETENIDAS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-ERRORES FROM ENVIRONMENT "RENDSUC_ERRORES".
           IF WS-PATH-ERRORES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RENDSUC_ERRORES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "RENDSUC_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RENDSUC_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "EXTRACTO: " WS-PATH-EXTRACTO.
           DISPLAY "SINCOINCIDENCIA: " WS-PATH-SINCO.
           DISPLAY "RECHAZOS2: " WS-PATH-RECHAZOS2.
           DISPLAY "RETENIDAS: " WS-PATH-RETENIDAS.
           DISPLAY "ERRORES: " WS-PATH-ERRORES.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

       1000-ABRO-ARCHIVOS.

           OPEN INPUT EXTRACTO

           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT SINCOINCIDENCIA

           IF FS-SINCO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO SINCOINCIDENCIA'
              DISPLAY 'FS-SINCO: ' FS-SINCO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT RECHAZOS2

           IF FS-RECHAZOS2 = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RECHAZOS2'
              DISPLAY 'FS-RECHAZOS2: ' FS-RECHAZOS2
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT RETENIDAS

           IF FS-RETENIDAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RETENIDAS'
              DISPLAY 'FS-RETENIDAS: ' FS-RETENIDAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT ERRORES

           IF FS-ERRORES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO ERRORES'
              DISPLAY 'FS-ERRORES: ' FS-ERRORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN OUTPUT LISTADO

           IF FS-LISTADO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO LISTADO'
              DISPLAY 'FS-LISTADO: ' FS-LISTADO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-TITULO-LISTADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.

      *****************************************************************
      *  EXTRACTO: VENTAS Y DEVOLUCIONES POR SUCURSAL. LOS 'R' DE
      *  RESUMEN POR CLIENTE SE SALTEAN.
      *****************************************************************
       2000-LEO-EXTRACTO.
           INITIALIZE REG-EXTRACTO-DET-FD.
            READ EXTRACTO
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO EXTRACTO'
                     SET EOF-EXTRACTO TO TRUE
            END-READ.
            IF FS-EXTRACTO = '00' OR FS-EXTRACTO = '10'
              CONTINUE
            ELSE
              DISPLAY 'ERROR EN LEER ARCHIVO EXTRACTO'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
            END-IF.

       2020-ACUMULO-VENTA.
           EVALUATE EXT-TIPO
              WHEN 'D'
                 ADD 1 TO WS-CANT-LEIDAS
      *          UN EXTRACTO ANTERIOR A LA SUCURSAL LA TRAE EN BLANCO:
      *          CUENTA COMO "SIN SUCURSAL".
                 IF EXT-SUCURSAL IS NUMERIC
                    MOVE EXT-SUCURSAL TO WS-SUC-CODIGO
                 ELSE
                    MOVE ZERO TO WS-SUC-CODIGO
                 END-IF
                 PERFORM 2900-UBICO-SUCURSAL
                 IF EXT-TIPOVENTA = 'D'
                    ADD 1 TO WS-SUC-CANT-DEVOL(WS-SUC-IDX)
                    ADD EXT-PRECIO TO WS-SUC-IMP-DEVOL(WS-SUC-IDX)
                                      WS-IMP-DEVOL-TOTAL
                 ELSE
                    ADD 1 TO WS-SUC-CANT-VENTAS(WS-SUC-IDX)
                    ADD EXT-PRECIO TO WS-SUC-IMP-VENTAS(WS-SUC-IDX)
                                      WS-IMP-VENTAS-TOTAL
                 END-IF
              WHEN 'R'
                 ADD 1 TO WS-CANT-RESUMENES
              WHEN OTHER
                 DISPLAY 'ERROR EN 2020-ACUMULO-VENTA'
                 DISPLAY 'TIPO DE REGISTRO DESCONOCIDO: ' EXT-TIPO
                 DISPLAY 'EL ARCHIVO NO ES UN EXTRACTO DE APAREO'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           PERFORM 2000-LEO-EXTRACTO.

      *****************************************************************
      *  SINCOINCIDENCIA: RECHAZOS DE APAREO POR MOTIVO.
      *****************************************************************
       2100-LEO-SINCO.
           INITIALIZE REG-SINCOINCIDENCIA-FD.
            READ SINCOINCIDENCIA
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO SINCOINCIDENCIA'
                     SET EOF-SINCO TO TRUE
            END-READ.
            IF FS-SINCO = '00' OR FS-SINCO = '10'
              CONTINUE
            ELSE
              DISPLAY 'ERROR EN LEER ARCHIVO SINCOINCIDENCIA'
              DISPLAY 'ARCHIVO SINCOINCIDENCIA'
              DISPLAY 'FS-SINCO: ' FS-SINCO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
            END-IF.

       2120-ACUMULO-RECHAZO.
           ADD 1 TO WS-CANT-RECHAZOS.
           IF SC-SUCURSAL IS NUMERIC
              MOVE SC-SUCURSAL TO WS-SUC-CODIGO
           ELSE
              MOVE ZERO TO WS-SUC-CODIGO
           END-IF.
           PERFORM 2900-UBICO-SUCURSAL.
           EVALUATE SC-TIPO
              WHEN 'VENTA'
                 ADD 1 TO WS-SUC-RECH-CLIENTE(WS-SUC-IDX)
              WHEN 'DUPLICADA'
                 ADD 1 TO WS-SUC-RECH-DUPLICADA(WS-SUC-IDX)
              WHEN OTHER
                 ADD 1 TO WS-SUC-RECH-OTROS(WS-SUC-IDX)
           END-EVALUATE.

           PERFORM 2100-LEO-SINCO.

      *****************************************************************
      *  RECHAZOS2: LAS VENTAS QUE RECICLA NO PUDO RECUPERAR. SOLO SE
      *  CUENTAN LAS "VENTA", QUE SON LAS QUE RECICLA REINTENTA.
      *****************************************************************
       2200-LEO-RECHAZOS2.
           INITIALIZE REG-RECHAZOS2-FD.
            READ RECHAZOS2
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO RECHAZOS2'
                     SET EOF-RECHAZOS2 TO TRUE
            END-READ.
            IF FS-RECHAZOS2 = '00' OR FS-RECHAZOS2 = '10'
              CONTINUE
            ELSE
              DISPLAY 'ERROR EN LEER ARCHIVO RECHAZOS2'
              DISPLAY 'ARCHIVO RECHAZOS2'
              DISPLAY 'FS-RECHAZOS2: ' FS-RECHAZOS2
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
            END-IF.

       2220-ACUMULO-PENDIENTE.
           IF R2-TIPO = 'VENTA'
              ADD 1 TO WS-CANT-PENDIENTES
              IF R2-SUCURSAL IS NUMERIC
                 MOVE R2-SUCURSAL TO WS-SUC-CODIGO
              ELSE
                 MOVE ZERO TO WS-SUC-CODIGO
              END-IF
              PERFORM 2900-UBICO-SUCURSAL
              ADD 1 TO WS-SUC-PENDIENTES(WS-SUC-IDX)
           END-IF.

           PERFORM 2200-LEO-RECHAZOS2.

      *****************************************************************
      *  RETENIDAS: LOS RECHAZOS "VENTA" QUE RECICLA RECUPERO PERO
      *  RETUVO POR CREDITO. TAMPOCO SON RECUPERADAS.
      *****************************************************************
       2250-LEO-RETENIDAS.
           INITIALIZE REG-RETENIDAS-FD.
            READ RETENIDAS
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO RETENIDAS'
                     SET EOF-RETENIDAS TO TRUE
            END-READ.
            IF FS-RETENIDAS = '00' OR FS-RETENIDAS = '10'
              CONTINUE
            ELSE
              DISPLAY 'ERROR EN LEER ARCHIVO RETENIDAS'
              DISPLAY 'ARCHIVO RETENIDAS'
              DISPLAY 'FS-RETENIDAS: ' FS-RETENIDAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
            END-IF.

       2270-ACUMULO-RETENIDA.
           IF XN-TIPO = 'VENTA'
              ADD 1 TO WS-CANT-RETENIDAS
              IF XN-SUCURSAL IS NUMERIC
                 MOVE XN-SUCURSAL TO WS-SUC-CODIGO
              ELSE
                 MOVE ZERO TO WS-SUC-CODIGO
              END-IF
              PERFORM 2900-UBICO-SUCURSAL
              ADD 1 TO WS-SUC-RETENIDAS(WS-SUC-IDX)
           END-IF.

           PERFORM 2250-LEO-RETENIDAS.

      *****************************************************************
      *  ERRORES DE EDICION DE VALIDAVE POR SUCURSAL.
      *****************************************************************
       2300-LEO-ERRORES.
           INITIALIZE REG-ERRORES-FD.
            READ ERRORES
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO ERRORES'
                     SET EOF-ERRORES TO TRUE
            END-READ.
            IF FS-ERRORES = '00' OR FS-ERRORES = '10'
              CONTINUE
            ELSE
              DISPLAY 'ERROR EN LEER ARCHIVO ERRORES'
              DISPLAY 'ARCHIVO ERRORES'
              DISPLAY 'FS-ERRORES: ' FS-ERRORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
            END-IF.

       2320-ACUMULO-ERROR.
           IF ERE-SUCURSAL IS NUMERIC
              MOVE ERE-SUCURSAL TO WS-SUC-CODIGO
           ELSE
              MOVE ZERO TO WS-SUC-CODIGO
           END-IF.
           PERFORM 2900-UBICO-SUCURSAL.
           EVALUATE ERE-GRAVEDAD
              WHEN 'E'
                 ADD 1 TO WS-CANT-ERRORES
                 ADD 1 TO WS-SUC-ERRORES(WS-SUC-IDX)
              WHEN 'A'
                 ADD 1 TO WS-SUC-ADVERTENCIAS(WS-SUC-IDX)
              WHEN OTHER
                 DISPLAY 'ERROR EN 2320-ACUMULO-ERROR'
                 DISPLAY 'GRAVEDAD DESCONOCIDA: ' ERE-GRAVEDAD
                 DISPLAY 'EL ARCHIVO NO ES UN ERRORES DE VALIDAVE'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           PERFORM 2300-LEO-ERRORES.

       2900-UBICO-SUCURSAL.
           COMPUTE WS-SUC-IDX = WS-SUC-CODIGO + 1.
           MOVE 'S' TO WS-SUC-USADA(WS-SUC-IDX).

       300-FINALIZO.
           PERFORM 3000-LISTO-SUCURSALES.
           PERFORM 3100-ORDENO-RANKING.
           PERFORM 3200-LISTO-RANKING.
           PERFORM 3300-RESUMEN-LISTADO.
           PERFORM 5000-CIERRO-ARCHIVOS.

       3000-LISTO-SUCURSALES.
           MOVE "SUCURSALES (% DEVOL SOBRE IMPORTE DE VENTAS)"
                TO WS-SEC-TITULO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SECCION.
           PERFORM 3900-VERIFICO-LISTADO.
           PERFORM 3010-LISTO-SUCURSAL
                VARYING WS-SUC-IDX FROM 1 BY 1
                UNTIL WS-SUC-IDX > 1000.

       3010-LISTO-SUCURSAL.
           IF WS-SUC-USADA(WS-SUC-IDX) = 'S'
              PERFORM 3020-ARMO-LINEAS-SUCURSAL
           END-IF.

       3020-ARMO-LINEAS-SUCURSAL.
           COMPUTE WS-SUC-CODIGO = WS-SUC-IDX - 1.

      *    RECICLA SOLO PUEDE RECUPERAR LO QUE APAREO RECHAZO: MAS
      *    PENDIENTES Y RETENIDAS QUE RECHAZOS ES QUE LOS ARCHIVOS NO
      *    SON DE LA MISMA CORRIDA.
           IF WS-SUC-PENDIENTES(WS-SUC-IDX)
                 + WS-SUC-RETENIDAS(WS-SUC-IDX)
                 > WS-SUC-RECH-CLIENTE(WS-SUC-IDX)
              DISPLAY 'ERROR EN 3020-ARMO-LINEAS-SUCURSAL'
              DISPLAY 'SUCURSAL ' WS-SUC-CODIGO
              DISPLAY 'RECHAZOS2 Y RETENIDAS TRAEN MAS VENTAS QUE '
                      'SINCOINCIDENCIA'
              DISPLAY 'LOS ARCHIVOS NO SON DE LA MISMA CORRIDA'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RECUPERADAS = WS-SUC-RECH-CLIENTE(WS-SUC-IDX)
                                  - WS-SUC-PENDIENTES(WS-SUC-IDX)
                                  - WS-SUC-RETENIDAS(WS-SUC-IDX).
           ADD WS-RECUPERADAS TO WS-CANT-RECUPERADAS.

      *    CON VENTAS EN CERO NO HAY TASA DE DEVOLUCION QUE CALCULAR.
           IF WS-SUC-IMP-VENTAS(WS-SUC-IDX) = ZERO
              MOVE ZERO TO WS-PORCENTAJE
           ELSE
              COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-SUC-IMP-DEVOL(WS-SUC-IDX) * 100
                   / WS-SUC-IMP-VENTAS(WS-SUC-IDX)
           END-IF.

           MOVE WS-SUC-CODIGO                  TO WS-LV-SUCURSAL.
           MOVE WS-SUC-CANT-VENTAS(WS-SUC-IDX) TO WS-LV-CANT-VENTAS.
           MOVE WS-SUC-IMP-VENTAS(WS-SUC-IDX)  TO WS-LV-IMP-VENTAS.
           MOVE WS-SUC-CANT-DEVOL(WS-SUC-IDX)  TO WS-LV-CANT-DEVOL.
           MOVE WS-SUC-IMP-DEVOL(WS-SUC-IDX)   TO WS-LV-IMP-DEVOL.
           MOVE WS-PORCENTAJE                  TO WS-LV-TASA-DEVOL.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SUC-VENTAS.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE WS-SUC-RECH-CLIENTE(WS-SUC-IDX)
                TO WS-LR-RECH-CLIENTE.
           MOVE WS-SUC-RECH-DUPLICADA(WS-SUC-IDX)
                TO WS-LR-RECH-DUPLICADA.
           MOVE WS-SUC-RECH-OTROS(WS-SUC-IDX)  TO WS-LR-RECH-OTROS.
           MOVE WS-RECUPERADAS                 TO WS-LR-RECUPERADAS.
           MOVE WS-SUC-ERRORES(WS-SUC-IDX)     TO WS-LR-ERRORES.
           MOVE WS-SUC-ADVERTENCIAS(WS-SUC-IDX)
                TO WS-LR-ADVERTENCIAS.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SUC-RETRABAJO.
           PERFORM 3900-VERIFICO-LISTADO.

      *    EL RETRABAJO DE LA SUCURSAL: TODO LO QUE RECHAZO APAREO
      *    (AUNQUE DESPUES SE HAYA RECUPERADO, HUBO QUE CORREGIRLO)
      *    MAS LOS ERRORES QUE RECHAZO VALIDAVE.
           COMPUTE WS-RETRABAJO = WS-SUC-RECH-CLIENTE(WS-SUC-IDX)
                                + WS-SUC-RECH-DUPLICADA(WS-SUC-IDX)
                                + WS-SUC-RECH-OTROS(WS-SUC-IDX)
                                + WS-SUC-ERRORES(WS-SUC-IDX).
           ADD WS-RETRABAJO TO WS-RETRABAJO-TOTAL.
           ADD 1 TO WS-CANT-RANKING.
           MOVE WS-SUC-CODIGO TO WS-RNK-SUCURSAL(WS-CANT-RANKING).
           MOVE WS-RETRABAJO  TO WS-RNK-RETRABAJO(WS-CANT-RANKING).

       3100-ORDENO-RANKING.
      *    ORDENAMIENTO POR SELECCION, DESCENDENTE POR RETRABAJO, IGUAL
      *    QUE EL RANKING DE RANKPROD. A IGUAL RETRABAJO QUEDA PRIMERO
      *    EL CODIGO MENOR.
           PERFORM 3110-ORDENO-PASADA
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I >= WS-CANT-RANKING.

       3110-ORDENO-PASADA.
           MOVE WS-I TO WS-MAYOR.
           PERFORM 3120-BUSCO-MAYOR
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > WS-CANT-RANKING.
           IF WS-MAYOR NOT = WS-I
              MOVE WS-RNK-ENTRADA(WS-I)     TO WS-RNK-AUXILIAR
              MOVE WS-RNK-ENTRADA(WS-MAYOR) TO WS-RNK-ENTRADA(WS-I)
              MOVE WS-RNK-AUXILIAR          TO
                   WS-RNK-ENTRADA(WS-MAYOR)
           END-IF.

       3120-BUSCO-MAYOR.
           IF WS-RNK-RETRABAJO(WS-J) > WS-RNK-RETRABAJO(WS-MAYOR)
              MOVE WS-J TO WS-MAYOR
           END-IF.

       3200-LISTO-RANKING.
           MOVE "RANKING POR RETRABAJO (RECHAZOS + ERRORES VALIDAVE)"
                TO WS-SEC-TITULO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SECCION.
           PERFORM 3900-VERIFICO-LISTADO.
           PERFORM 3210-LISTO-PUESTO
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-RANKING.

       3210-LISTO-PUESTO.
           MOVE WS-I                   TO WS-RK-PUESTO.
           MOVE WS-RNK-SUCURSAL(WS-I)  TO WS-RK-SUCURSAL.
           MOVE WS-RNK-RETRABAJO(WS-I) TO WS-RK-RETRABAJO.
      *    SIN RETRABAJO EN EL MES NO HAY PORCENTAJE QUE CALCULAR.
           IF WS-RETRABAJO-TOTAL = ZERO
              MOVE ZERO TO WS-PORCENTAJE
           ELSE
              COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-RNK-RETRABAJO(WS-I) * 100 / WS-RETRABAJO-TOTAL
           END-IF.
           MOVE WS-PORCENTAJE TO WS-RK-PORCENTAJE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RANKING.
           PERFORM 3900-VERIFICO-LISTADO.

       3300-RESUMEN-LISTADO.
           MOVE SPACES TO REG-LISTADO-FD.
           WRITE REG-LISTADO-FD.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "SUCURSALES CON MOVIMIENTO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-RANKING TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENTAS LEIDAS DEL EXTRACTO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-LEIDAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IMPORTE VENTAS:" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-VENTAS-TOTAL TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IMPORTE DEVOLUCIONES:" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-DEVOL-TOTAL TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "RECHAZOS DE APAREO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-RECHAZOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "RECUPERADAS POR RECICLA:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-RECUPERADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "TODAVIA RECHAZADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-PENDIENTES TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "RECUPERADAS RETENIDAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-RETENIDAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "ERRORES DE VALIDAVE:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ERRORES TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           DISPLAY "VENTAS LEIDAS: " WS-CANT-LEIDAS.
           DISPLAY "RESUMENES SALTEADOS: " WS-CANT-RESUMENES.
           DISPLAY "RECHAZOS DE APAREO: " WS-CANT-RECHAZOS.
           DISPLAY "RECUPERADAS POR RECICLA: " WS-CANT-RECUPERADAS.
           DISPLAY "RECUPERADAS RETENIDAS: " WS-CANT-RETENIDAS.
           DISPLAY "ERRORES DE VALIDAVE: " WS-CANT-ERRORES.
           DISPLAY "SUCURSALES CON MOVIMIENTO: " WS-CANT-RANKING.

       3900-VERIFICO-LISTADO.
           IF FS-LISTADO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO LISTADO'
              DISPLAY 'ARCHIVO LISTADO'
              DISPLAY 'FS-LISTADO: ' FS-LISTADO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       5000-CIERRO-ARCHIVOS.

           CLOSE EXTRACTO.

           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE SINCOINCIDENCIA.

           IF FS-SINCO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO SINCOINCIDENCIA'
              DISPLAY 'FS-SINCO: ' FS-SINCO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE RECHAZOS2.

           IF FS-RECHAZOS2 = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RECHAZOS2'
              DISPLAY 'FS-RECHAZOS2: ' FS-RECHAZOS2
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE RETENIDAS.

           IF FS-RETENIDAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RETENIDAS'
              DISPLAY 'FS-RETENIDAS: ' FS-RETENIDAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE ERRORES.

           IF FS-ERRORES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO ERRORES'
              DISPLAY 'FS-ERRORES: ' FS-ERRORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE LISTADO.

           IF FS-LISTADO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO LISTADO'
              DISPLAY 'FS-LISTADO: ' FS-LISTADO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
