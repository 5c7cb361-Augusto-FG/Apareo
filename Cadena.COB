       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA.
      *****************************************************************
      *  SECUENCIADOR DE LA CADENA MENSUAL: CORRE EN ORDEN PREVUELO
      *  (LA VERIFICACION PREVIA DE LAS ENTRADAS), CONSOSUC,
      *  MANTPROD, CARGPROD, VALIDAVE, CARGCLI, MANTCLI, APAREO,
      *  RECICLA, FACTURA, COMISION, RANKPROD, RENDSUC, ASIENTOS Y
      *  CONCILIA (LA CONCILIACION QUE FIRMA EL MES),
      *  REGISTRANDO EN UN ARCHIVO DE ESTADO EL COMIENZO,
      *  EL FIN Y EL CODIGO DE RETORNO DE CADA PASO. SI UN PASO
      *  TERMINA CON CODIGO DISTINTO DE CERO LA CADENA SE DETIENE, Y
      *  EL COMANDO DE CADA PASO VIENE EN CADENA_CMD_<PASO>; UN PASO
      *  SIN COMANDO SETEADO SE SALTEA Y QUEDA ASENTADO COMO 'S' (NO
      *  TODAS LAS INSTALACIONES CONSOLIDAN SUCURSALES TODAVIA).
      *  PREVUELO ES LA EXCEPCION: SIN CADENA_CMD_PREVUELO LA CADENA
      *  NO ARRANCA, Y SI PREVUELO ENCUENTRA UNA ENTRADA FALTANTE,
      *  INCOMPLETA O DE OTRO PERIODO, LA CADENA SE DETIENE ANTES DE
      *  CONSOSUC Y LA PROXIMA INVOCACION VUELVE A VERIFICAR.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------
      *TABLA DE PASOS DE LA CADENA, EN SU ORDEN DE EJECUCION. EL
      *COMANDO DE CADA UNO SE TOMA DE CADENA_CMD_<NOMBRE> AL INICIAR.
      *-----------------------------------------------------------------
        01 WS-CANT-PASOS                  PIC 9(02) VALUE 15.
        01 WS-NOMBRES-PASOS.
      *    PREVUELO VERIFICA TODAS LAS ENTRADAS ANTES DE TOCAR NADA;
      *    ES OBLIGATORIO (VER 100-INICIO).
           05 FILLER                      PIC X(08) VALUE 'PREVUELO'.
           05 FILLER                      PIC X(08) VALUE 'CONSOSUC'.
      *    MANTPROD APLICA LAS NOVEDADES DE PRODUCTOS Y DEJA EL
      *    MAESTRO NUEVO QUE CARGPROD CARGA AL INDEXADO.
           05 FILLER                      PIC X(08) VALUE 'MANTPROD'.
           05 FILLER                      PIC X(08) VALUE 'CARGPROD'.
           05 FILLER                      PIC X(08) VALUE 'VALIDAVE'.
           05 FILLER                      PIC X(08) VALUE 'CARGCLI'.
           05 FILLER                      PIC X(08) VALUE 'MANTCLI'.
           05 FILLER                      PIC X(08) VALUE 'APAREO'.
           05 FILLER                      PIC X(08) VALUE 'RECICLA'.
      *    FACTURA EMITE LOS COMPROBANTES DEL PERIODO DESPUES DE QUE
      *    RECICLA AGREGO AL EXTRACTO LAS VENTAS RECUPERADAS.
           05 FILLER                      PIC X(08) VALUE 'FACTURA'.
           05 FILLER                      PIC X(08) VALUE 'COMISION'.
           05 FILLER                      PIC X(08) VALUE 'RANKPROD'.
      *    RENDSUC ARMA EL TABLERO POR SUCURSAL CON LO QUE DEJARON
      *    VALIDAVE, APAREO Y RECICLA.
           05 FILLER                      PIC X(08) VALUE 'RENDSUC'.
      *    ASIENTOS ARMA EL ASIENTO DE VENTAS PARA EL MAYOR; VA
      *    ANTES DE CONCILIA, QUE CRUZA SUS TOTALES.
           05 FILLER                      PIC X(08) VALUE 'ASIENTOS'.
           05 FILLER                      PIC X(08) VALUE 'CONCILIA'.
        01 WS-NOMBRES-PASOS-R REDEFINES WS-NOMBRES-PASOS.
           05 WS-NOMBRE-PASO              PIC X(08) OCCURS 15 TIMES.

        01 WS-TABLA-PASOS.
           05 WS-PASO-ENTRADA OCCURS 15 TIMES.
              10 WS-PASO-COMANDO          PIC X(200).
              10 WS-PASO-ESTADO           PIC X(01).
              10 WS-PASO-FECHA-INI        PIC 9(08).

           PERFORM 0500-CARGO-COMANDOS

           PERFORM 0580-VERIFICO-PREVUELO

           PERFORM 0600-LEO-ESTADO-ANTERIOR

           PERFORM 0700-DECIDO-ARRANQUE.
                        WS-PASO-HORA-FIN(WS-PASO-IDX)
                        WS-PASO-RC(WS-PASO-IDX).

       0580-VERIFICO-PREVUELO.
      *    LA VERIFICACION PREVIA NO SE PUEDE SALTEAR COMO LOS DEMAS
      *    PASOS: SIN ELLA LA CADENA NO ARRANCA.
           IF WS-PASO-COMANDO(1) = SPACES
              DISPLAY 'ERROR EN 0580-VERIFICO-PREVUELO'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO CADENA_CMD_'
                      WS-NOMBRE-PASO(1)
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

       0600-LEO-ESTADO-ANTERIOR.
           OPEN INPUT ESTADO.
           EVALUATE FS-ESTADO
