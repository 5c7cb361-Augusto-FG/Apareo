      *  DEL SALDO ARRASTRADO; LOS PAGOS CANCELAN PRIMERO LA DEUDA MAS
      *  VIEJA). HASTA AHORA COBRANZAS TRABAJABA CON UNA PLANILLA
      *  RETIPEADA DEL LISTADO DE APAREO.
      *  ADEMAS DEJA LA DEUDA DE CADA CLIENTE POR TRAMO EN UN ARCHIVO
      *  DE DATOS (DEUDA), QUE REVCRED COMPARA CONTRA EL LIMITE DE
      *  CREDITO DEL MAESTRO.
      *  EL EXTRACTO VIENE EN ORDEN DE CLIENTE SOLO HASTA DONDE LO
      *  GRABO APAREO (RECICLA AGREGA LAS RECUPERADAS AL FINAL), ASI
      *  QUE LOS 'D' SE RECLASIFICAN POR IDE CON UN SORT ANTES DEL
           SELECT RESUMEN ASSIGN TO
           "CTASCOR_CONTROL"
                                     FILE STATUS IS FS-CONTROL.
           SELECT DEUDA ASSIGN TO
           "CTASCOR_DEUDA"
                                     FILE STATUS IS FS-DEUDA.
           SELECT TRABAJO ASSIGN TO
           "CTASCOR_TRABAJO".

           05  EXT-FECHAVENTA       PIC 9(08).
           05  EXT-TIPOVENTA        PIC X(01).
           05  EXT-SUCURSAL         PIC 9(03).
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).

       FD  PAGOS.
      *****************************************************************
      *****************************************************************
       01  REG-AGING-FD                 PIC X(110).

       FD  DEUDA.
      *****************************************************************
      *  DEUDA POR CLIENTE (DATOS PUROS, SIN ADORNOS DE IMPRESION):
      *  LOS MISMOS IMPORTES QUE LA LINEA DEL REPORTE DE ANTIGUEDAD,
      *  UN REGISTRO POR CLIENTE PROCESADO, ORDENADO POR IDE.
      *****************************************************************
       01  REG-DEUDA-FD.
           05  DEU-IDE                PIC 9(05).
           05  DEU-SALDO              PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-CORRIENTE          PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-30                 PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-60                 PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-90                 PIC S9(09)V99
                                      SIGN LEADING SEPARATE.

       FD  RESUMEN.
      *****************************************************************
      *  REGISTRO DE CONTROL DE LA CORRIDA DE CUENTAS CORRIENTES.
        01 FS-ESTADOS                     PIC X(02).
        01 FS-AGING                       PIC X(02).
        01 FS-CONTROL                     PIC X(02).
        01 FS-DEUDA                       PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
        01 WS-PATH-ESTADOS                PIC X(100).
        01 WS-PATH-AGING                  PIC X(100).
        01 WS-PATH-CONTROL                PIC X(100).
        01 WS-PATH-DEUDA                  PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES Y ACUMULADORES DE LA CORRIDA
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-DEUDA FROM ENVIRONMENT "CTASCOR_DEUDA".
           IF WS-PATH-DEUDA = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO CTASCOR_DEUDA'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "SALDOS: " WS-PATH-SALDOS.
           DISPLAY "EXTRACTO: " WS-PATH-EXTRACTO.
           DISPLAY "PAGOS: " WS-PATH-PAGOS.
           DISPLAY "ESTADOS: " WS-PATH-ESTADOS.
           DISPLAY "AGING: " WS-PATH-AGING.
           DISPLAY "CONTROL: " WS-PATH-CONTROL.
           DISPLAY "DEUDA: " WS-PATH-DEUDA.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO   FROM TIME.
           WRITE REG-AGING-FD FROM WS-LINEA-AGING.
           PERFORM 3910-VERIFICO-AGING.

           INITIALIZE REG-DEUDA-FD.
              MOVE WS-CLAVE-ACTUAL    TO DEU-IDE.
              MOVE WS-SALDO-NUEVO     TO DEU-SALDO.
              MOVE WS-TRAMO-CORRIENTE TO DEU-CORRIENTE.
              MOVE WS-TRAMO-30        TO DEU-30.
              MOVE WS-TRAMO-60        TO DEU-60.
              MOVE WS-TRAMO-90        TO DEU-90.
           WRITE REG-DEUDA-FD.
           IF FS-DEUDA = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO DEUDA'
              DISPLAY 'FS-DEUDA: ' FS-DEUDA
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       2575-GRABO-SALDO-NUEVO.
      *    LOS CLIENTES SALDADOS EN CERO SE DEPURAN: EL ARCHIVO DE
      *    SALDOS SOLO ARRASTRA CUENTAS ABIERTAS.
              STOP RUN
           END-IF.


           OPEN OUTPUT DEUDA

           IF FS-DEUDA = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO DEUDA'
              DISPLAY 'FS-DEUDA: ' FS-DEUDA
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       5000-CIERRO-ARCHIVOS.

      *    SI EL ARCHIVO DE SALDOS NO EXISTIA, NO HAY NADA ABIERTO
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE DEUDA.

           IF FS-DEUDA = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO DEUDA'
              DISPLAY 'FS-DEUDA: ' FS-DEUDA
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
