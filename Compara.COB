      *  DEL UMBRAL (COMPARA_UMBRAL, PORCENTAJE; SIN SETEAR, 20)
      *  SALEN MARCADOS: ES LA LISTA QUE COMERCIAL PEDIA Y QUE HASTA
      *  AHORA SE ARMABA DESENTERRANDO EXTRACTOS VIEJOS.
      *  CON COMPARA_CATALOGO, LOS PERIODOS QUE YA SE DEPURARON DEL
      *  HISTORICO SE TOMAN DE SU GENERACION, UBICADA EN EL CATALOGO
      *  DE ARCHIVA, Y SE VERIFICAN CONTRA SUS CIFRAS DE CONTROL.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------
      *------------

      *    LOS NOMBRES ASIGNADOS SON SIMBOLICOS (ESTILO DD DE JCL),
      *    IGUAL QUE EN EL RESTO DE LA CADENA. COMPARA_HCOARCHIVO SE
      *    REAPUNTA A CADA GENERACION ANTES DE ABRIRLA.
           SELECT HISTORICO ASSIGN TO
           "COMPARA_HISTORICO"
                                     FILE STATUS IS FS-HISTORICO.
           SELECT CATALOGO ASSIGN TO
           "COMPARA_CATALOGO"
                                     FILE STATUS IS FS-CATALOGO.
           SELECT HCOARCHIVO ASSIGN TO
           "COMPARA_HCOARCHIVO"
                                     FILE STATUS IS FS-HCOARCHIVO.
           SELECT LISTADO ASSIGN TO
           "COMPARA_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
           05  HCO-IMPORTE            PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

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

       FD  HCOARCHIVO.
      *    HISTORICO DE UN PERIODO ARCHIVADO (MISMO LAYOUT QUE EL
      *    HISTORICO).
       01  REG-HCOARCHIVO-FD.
           05  HCA-TIPO               PIC X(01).
           05  HCA-DESDE              PIC 9(08).
           05  HCA-HASTA              PIC 9(08).
           05  HCA-CLAVE              PIC X(15).
           05  HCA-CANTIDAD           PIC S9(09)
                                      SIGN LEADING SEPARATE.
           05  HCA-IMPORTE            PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

       FD  LISTADO.
      *****************************************************************
      *  LISTADO COMPARATIVO: UNA LINEA POR CLIENTE Y POR PRODUCTO
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-TIT-HASTA                PIC 9(08).

        01 WS-LINEA-ARCHIVADO.
           05 FILLER PIC X(30) VALUE
              "PERIODO TOMADO DEL ARCHIVO: ".
           05 WS-ARC-DESDE                PIC 9(08).
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-ARC-HASTA                PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-ARC-PATH                 PIC X(69).

        01 WS-LINEA-SECCION.
           05 WS-SEC-TITULO               PIC X(40).


        01 FS-HISTORICO                   PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-CATALOGO                    PIC X(02).
        01 FS-HCOARCHIVO                  PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS Y PARAMETROS DEL COMPARATIVO, TOMADOS POR
      *-----------------------------------------------------------------
        01 WS-PATH-HISTORICO              PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-CATALOGO               PIC X(100).
        01 WS-DESDE-ALFA                  PIC X(08).
        01 WS-HASTA-ALFA                  PIC X(08).
        01 WS-PERIODO-DESDE               PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-HASTA               PIC 9(08) VALUE ZERO.
        01 WS-UMBRAL-ALFA                 PIC X(03) JUSTIFIED RIGHT.
        01 WS-UMBRAL-NUM REDEFINES WS-UMBRAL-ALFA
                                          PIC 9(03).
        01 WS-UMBRAL                      PIC 9(03) VALUE 20.

      *-----------------------------------------------------------------
        01 WS-ANT-DESDE                   PIC 9(08) VALUE ZERO.
        01 WS-ANIO-ANT-DESDE              PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      *PERIODOS DEL HISTORICO ARCHIVADOS POR ARCHIVA (ENTRADAS
      *CONSPER_HISTORICO DEL CATALOGO). DE ESTOS SOLO SE CARGAN LOS
      *QUE HACEN FALTA Y NO ESTAN EN EL HISTORICO VIVO.
      *-----------------------------------------------------------------
        01 WS-MAX-ARCH                    PIC 9(04) VALUE 600.
        01 WS-CANT-ARCH                   PIC 9(04) VALUE ZERO.
        01 WS-TABLA-ARCH.
           05 WS-ARC-ENTRADA OCCURS 600 TIMES.
              10 WS-ARC-T-DESDE           PIC 9(08).
              10 WS-ARC-T-HASTA           PIC 9(08).
              10 WS-ARC-T-REGISTROS       PIC 9(09).
              10 WS-ARC-T-TOTAL           PIC S9(13)V99.
              10 WS-ARC-T-PATH            PIC X(100).
        01 WS-ARC-IDX                     PIC 9(04) VALUE ZERO.
        01 WS-EOF-CATALOGO                PIC X(01) VALUE 'N'.
           88 EOF-CATALOGO                           VALUE 'S'.
        01 WS-EOF-HCOARCHIVO              PIC X(01) VALUE 'N'.
           88 EOF-HCOARCHIVO                         VALUE 'S'.
        01 WS-EN-VIVO                     PIC X(01) VALUE 'N'.
           88 EN-VIVO                                VALUE 'S'.
        01 WS-ARC-REGISTROS               PIC 9(09) VALUE ZERO.
        01 WS-ARC-TOTAL                   PIC S9(13)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *COMPARACION DE LA ENTRADA EN CURSO
      *-----------------------------------------------------------------
           PERFORM 2000-CARGO-HISTORICO
            UNTIL EOF-HISTORICO

           IF WS-PATH-CATALOGO NOT = SPACES
              PERFORM 2200-CARGO-CATALOGO
           END-IF.

           PERFORM 2500-DETERMINO-PERIODOS.

           PERFORM 2600-COMPLETO-PERIODOS
                VARYING WS-ARC-IDX FROM 1 BY 1
                UNTIL WS-ARC-IDX > WS-CANT-ARCH.

           PERFORM 3000-LISTO-COMPARATIVO.

           PERFORM 300-FINALIZO.
              STOP RUN
           END-IF.

      *    UMBRAL DE ALERTA DE CAIDA: SIN SETEAR QUEDA EL 20 POR
      *    CIENTO ACORDADO CON COMERCIAL; SE TOMA AJUSTADO A DERECHA Y
      *    CON CEROS A IZQUIERDA ("5", "15"). UN VALOR NO NUMERICO SE
      *    AVISA Y TAMBIEN QUEDA EL 20, PARA NO FRENAR LA CORRIDA.
           MOVE SPACES TO WS-UMBRAL-ALFA.
           ACCEPT WS-UMBRAL-ALFA FROM ENVIRONMENT "COMPARA_UMBRAL".
           IF WS-UMBRAL-ALFA NOT = SPACES
              INSPECT WS-UMBRAL-ALFA
                   REPLACING LEADING SPACES BY ZEROS
              IF WS-UMBRAL-NUM IS NUMERIC
                 MOVE WS-UMBRAL-NUM TO WS-UMBRAL
              ELSE
                 DISPLAY 'COMPARA_UMBRAL NO NUMERICO: '
                         WS-UMBRAL-ALFA
                 DISPLAY 'SE TOMA EL UMBRAL POR DEFECTO: ' WS-UMBRAL
              END-IF
           END-IF.

      *    CATALOGO DE ARCHIVA, OPCIONAL: SIN EL SOLO SE COMPARA LO
      *    QUE HAYA EN EL HISTORICO VIVO.
           ACCEPT WS-PATH-CATALOGO FROM ENVIRONMENT "COMPARA_CATALOGO".

           DISPLAY "HISTORICO: " WS-PATH-HISTORICO.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "PERIODO: " WS-PERIODO-DESDE " - "
                   WS-PERIODO-HASTA.
           DISPLAY "UMBRAL DE CAIDA: " WS-UMBRAL " %".
           DISPLAY "CATALOGO: " WS-PATH-CATALOGO.

      *    EL MISMO PERIODO DEL ANIO PASADO: EL ANIO VA EN LAS
      *    PRIMERAS CUATRO POSICIONES DE AAAAMMDD.
              END-IF
           END-IF.

       2200-CARGO-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATALOGO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2200-CARGO-CATALOGO'
              DISPLAY 'ARCHIVO CATALOGO'
              DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2210-LEO-CATALOGO
                UNTIL EOF-CATALOGO.
           CLOSE CATALOGO.

       2210-LEO-CATALOGO.
           READ CATALOGO
              AT END
                 SET EOF-CATALOGO TO TRUE
           END-READ.
           IF EOF-CATALOGO
              CONTINUE
           ELSE
              IF FS-CATALOGO = '00'
                 IF CAT-ARCHIVO = 'CONSPER_HISTORICO'
                    IF WS-CANT-ARCH >= WS-MAX-ARCH
                       DISPLAY 'ERROR EN 2210-LEO-CATALOGO'
                       DISPLAY 'TABLA DE PERIODOS ARCHIVADOS LLENA'
                       DISPLAY 'SE CANCELA EL PROGRAMA'
                       MOVE 30 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CANT-ARCH
                    MOVE CAT-DESDE     TO WS-ARC-T-DESDE(WS-CANT-ARCH)
                    MOVE CAT-HASTA     TO WS-ARC-T-HASTA(WS-CANT-ARCH)
                    MOVE CAT-REGISTROS
                         TO WS-ARC-T-REGISTROS(WS-CANT-ARCH)
                    MOVE CAT-TOTAL     TO WS-ARC-T-TOTAL(WS-CANT-ARCH)
                    MOVE CAT-PATH      TO WS-ARC-T-PATH(WS-CANT-ARCH)
                 END-IF
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO CATALOGO'
                 DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2500-DETERMINO-PERIODOS.
           MOVE 'N' TO WS-HAY-ANTERIOR.
           PERFORM 2510-BUSCO-ANTERIOR
                VARYING WS-HIS-IDX FROM 1 BY 1
                UNTIL WS-HIS-IDX > WS-CANT-HIST.
           PERFORM 2520-BUSCO-ANTERIOR-ARCH
                VARYING WS-ARC-IDX FROM 1 BY 1
                UNTIL WS-ARC-IDX > WS-CANT-ARCH.
           IF HAY-ANTERIOR
              DISPLAY 'PERIODO ANTERIOR: ' WS-ANT-DESDE
           ELSE
              END-IF
           END-IF.

       2520-BUSCO-ANTERIOR-ARCH.
      *    EL MISMO CRITERIO SOBRE LOS PERIODOS ARCHIVADOS.
           IF WS-ARC-T-DESDE(WS-ARC-IDX) < WS-PERIODO-DESDE
              IF NOT HAY-ANTERIOR
                 OR WS-ARC-T-DESDE(WS-ARC-IDX) > WS-ANT-DESDE
                 SET HAY-ANTERIOR TO TRUE
                 MOVE WS-ARC-T-DESDE(WS-ARC-IDX) TO WS-ANT-DESDE
              END-IF
           END-IF.

       2600-COMPLETO-PERIODOS.
      *    UN PERIODO ARCHIVADO QUE EL COMPARATIVO NECESITA (EL
      *    PEDIDO, EL ANTERIOR O EL DEL ANIO PASADO) Y QUE YA NO ESTA
      *    EN EL HISTORICO VIVO SE AGREGA A LA TABLA DESDE SU
      *    GENERACION.
           IF (WS-ARC-T-DESDE(WS-ARC-IDX) = WS-PERIODO-DESDE
               AND WS-ARC-T-HASTA(WS-ARC-IDX) = WS-PERIODO-HASTA)
              OR (HAY-ANTERIOR
               AND WS-ARC-T-DESDE(WS-ARC-IDX) = WS-ANT-DESDE)
              OR WS-ARC-T-DESDE(WS-ARC-IDX) = WS-ANIO-ANT-DESDE
              MOVE 'N' TO WS-EN-VIVO
              PERFORM 2610-BUSCO-EN-VIVO
                   VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-CANT-HIST
              IF NOT EN-VIVO
                 PERFORM 2650-CARGO-GENERACION
              END-IF
           END-IF.

       2610-BUSCO-EN-VIVO.
           IF WS-HIS-DESDE(WS-HIS-IDX) = WS-ARC-T-DESDE(WS-ARC-IDX)
              SET EN-VIVO TO TRUE
           END-IF.

       2650-CARGO-GENERACION.
           DISPLAY "COMPARA_HCOARCHIVO" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARC-T-PATH(WS-ARC-IDX) UPON ENVIRONMENT-VALUE.
           OPEN INPUT HCOARCHIVO.
           IF FS-HCOARCHIVO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2650-CARGO-GENERACION'
              DISPLAY 'ARCHIVO ' WS-ARC-T-PATH(WS-ARC-IDX)
              DISPLAY 'FS-HCOARCHIVO: ' FS-HCOARCHIVO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZERO TO WS-ARC-REGISTROS WS-ARC-TOTAL.
           MOVE 'N' TO WS-EOF-HCOARCHIVO.
           PERFORM 2660-LEO-GENERACION
                UNTIL EOF-HCOARCHIVO.
           CLOSE HCOARCHIVO.

      *    LA GENERACION TIENE QUE COINCIDIR CON LO QUE ASENTO
      *    ARCHIVA: SI NO, NO SE COMPARA CONTRA CIFRAS DUDOSAS.
           IF WS-ARC-REGISTROS NOT = WS-ARC-T-REGISTROS(WS-ARC-IDX)
              OR WS-ARC-TOTAL NOT = WS-ARC-T-TOTAL(WS-ARC-IDX)
              DISPLAY 'ERROR EN 2650-CARGO-GENERACION'
              DISPLAY 'ARCHIVO ' WS-ARC-T-PATH(WS-ARC-IDX)
              DISPLAY 'NO COINCIDE CON EL CATALOGO EN CANTIDAD DE'
              DISPLAY 'REGISTROS O EN TOTAL DE CONTROL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-ARC-T-DESDE(WS-ARC-IDX) TO WS-ARC-DESDE.
           MOVE WS-ARC-T-HASTA(WS-ARC-IDX) TO WS-ARC-HASTA.
           MOVE WS-ARC-T-PATH(WS-ARC-IDX)  TO WS-ARC-PATH.
           WRITE REG-LISTADO-FD FROM WS-LINEA-ARCHIVADO.
           PERFORM 3900-VERIFICO-LISTADO.
           DISPLAY 'PERIODO TOMADO DEL ARCHIVO: ' WS-ARC-DESDE ' - '
                   WS-ARC-HASTA.

       2660-LEO-GENERACION.
           READ HCOARCHIVO
              AT END
                 SET EOF-HCOARCHIVO TO TRUE
           END-READ.
           IF EOF-HCOARCHIVO
              CONTINUE
           ELSE
              IF FS-HCOARCHIVO = '00'
                 IF WS-CANT-HIST >= WS-MAX-HIST
                    DISPLAY 'ERROR EN 2660-LEO-GENERACION'
                    DISPLAY 'TABLA DEL HISTORICO LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-HIST
                 ADD 1 TO WS-ARC-REGISTROS
                 ADD HCA-IMPORTE TO WS-ARC-TOTAL
                 MOVE HCA-TIPO  TO WS-HIS-TIPO(WS-CANT-HIST)
                 MOVE HCA-DESDE TO WS-HIS-DESDE(WS-CANT-HIST)
                 MOVE HCA-HASTA TO WS-HIS-HASTA(WS-CANT-HIST)
                 MOVE HCA-CLAVE TO WS-HIS-CLAVE(WS-CANT-HIST)
                 MOVE HCA-CANTIDAD TO WS-HIS-CANTIDAD(WS-CANT-HIST)
                 MOVE HCA-IMPORTE  TO WS-HIS-IMPORTE(WS-CANT-HIST)
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO HCOARCHIVO'
                 DISPLAY 'FS-HCOARCHIVO: ' FS-HCOARCHIVO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       3000-LISTO-COMPARATIVO.
      *    CADA SECCION HACE DOS PASADAS: PRIMERO LAS ENTRADAS DEL
      *    PERIODO PEDIDO, Y DESPUES LAS DEL PERIODO ANTERIOR QUE NO
