       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRHIST.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * EXTRHIST                                               *
      *                                                        *
      * Extracto de la historia de calculos para el almacen de *
      * datos: recorre CALCHIST.DAT, toma los calculos cuya    *
      * fecha cae en el rango de EXTPARM.DAT (la fecha de      *
      * negocio si no hay parametro) y escribe en HISTEXT.DAT  *
      * un archivo delimitado por comas, con una fila de       *
      * titulos de columna y una fila por calculo: cuenta,     *
      * nombre del cliente, fecha, hora, modo, producto,       *
      * descripcion y tasa del producto vigentes a la fecha    *
      * del calculo segun PRODTAB.DAT, monto con centavos,     *
      * resultado y estado (R = revertido). Los reversos salen *
      * como filas de modo RV con el resultado negativo.       *
      *                                                        *
      * La historia anterior al campo de producto lo trae en   *
      * blanco y sale con producto, descripcion y tasa vacios; *
      * la anterior al monto con centavos lo trae entero en    *
      * HIST-NUMERO. El archivo de control HISTEXTC.DAT lleva  *
      * el rango, la cantidad de filas y los totales de monto  *
      * y resultado, para que la carga del almacen verifique   *
      * que recibio todo.                                      *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT PROD-TABLE ASSIGN TO "PRODTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODTAB.

           SELECT OPTIONAL EXT-PARM ASSIGN TO "EXTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT HIST-EXTRACTO ASSIGN TO "HISTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACTO.

           SELECT HIST-CONTROL ASSIGN TO "HISTEXTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST.
           COPY HISTREC.

       FD  PROD-TABLE.
           COPY PRODREC.

       FD  EXT-PARM.
           COPY EXTPARM.

       FD  HIST-EXTRACTO.
       01  EXT-RECORD.
           05 EXT-LINE             PIC X(200).

       FD  HIST-CONTROL.
       01  CTL-RECORD.
           05 CTL-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-PRODTAB PIC XX.
       01 WS-FS-PARM PIC XX.
       01 WS-FS-EXTRACTO PIC XX.
       01 WS-FS-CONTROL PIC XX.

       01 WS-EOF-HIST PIC X VALUE "N".
           88 FIN-DE-HISTORIA VALUE "S".
       01 WS-EOF-PRODTAB PIC X VALUE "N".
           88 FIN-DE-TABLA VALUE "S".

       01 WS-FECHA-HOY PIC X(8).
           COPY FECHLINK.
       01 WS-FECHA-DESDE PIC X(8).
       01 WS-FECHA-HASTA PIC X(8).

      * Todas las lineas de PRODTAB.DAT: para cada calculo se toma
      * la de su codigo con la vigencia mas reciente que no sea
      * posterior a la fecha del calculo.
       01 WS-MAX-PRODUCTOS PIC 9(2) VALUE 50.
       01 WS-TOTAL-PRODUCTOS PIC 9(2) VALUE 0.
       01 WS-TABLA-PRODUCTOS.
           05 WS-PROD-ENTRADA OCCURS 50 TIMES INDEXED BY PROD-IDX.
               10 WS-PROD-CODIGO       PIC X(3).
               10 WS-PROD-DESCRIPCION  PIC X(20).
               10 WS-PROD-TASA         PIC 9V999.
               10 WS-PROD-PLAZO        PIC 9(2).
               10 WS-PROD-VIGENCIA     PIC X(8).
               10 WS-PROD-FRECUENCIA   PIC X.
       01 WS-PROD-USAR PIC 9(2).
       01 WS-MEJOR-VIGENCIA PIC X(8).

       01 WS-MONTO-HIST PIC 9(7)V99.

      * Campos de la fila en el formato del archivo delimitado:
      * numeros con punto decimal y ceros a la izquierda, y texto
      * entre comillas sin los blancos del final.
       01 WS-PUNTERO PIC 9(3).
       01 WS-C-TEXTO PIC X(34).
       01 WS-C-LARGO PIC 9(2).
       01 WS-C-FIN-TEXTO PIC X.
           88 FIN-DEL-TEXTO VALUE "S".
       01 WS-C-TASA PIC 9.999.
       01 WS-C-MONTO PIC 9(7).99.
       01 WS-C-RESULTADO PIC -9(9).99.
       01 WS-C-INICIO PIC 9.

       01 WS-TITULOS.
           05 FILLER             PIC X(40)
               VALUE "CUENTA,NOMBRE,FECHA,HORA,MODO,PRODUCTO,".
           05 FILLER             PIC X(40)
               VALUE "DESCRIPCION,TASA,MONTO,RESULTADO,ESTADO".

       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-FILAS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-SIN-PRODUCTO PIC 9(9) VALUE 0.
       01 WS-CONTADOR-SIN-TASA PIC 9(9) VALUE 0.
       01 WS-TOTAL-MONTO PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-RESULTADO PIC S9(11)V99 VALUE 0.

       01 WS-CONTROL-TITULOS.
           05 FILLER             PIC X(40)
               VALUE "DESDE,HASTA,FILAS,TOTAL_MONTO,TOTAL_RESU".
           05 FILLER             PIC X(40)
               VALUE "LTADO,LEIDOS".

       01 WS-CONTROL-DATOS.
           05 WS-K-DESDE          PIC X(8).
           05 FILLER             PIC X VALUE ",".
           05 WS-K-HASTA          PIC X(8).
           05 FILLER             PIC X VALUE ",".
           05 WS-K-FILAS          PIC 9(9).
           05 FILLER             PIC X VALUE ",".
           05 WS-K-MONTO          PIC 9(11).99.
           05 FILLER             PIC X VALUE ",".
           05 WS-K-RESULTADO      PIC -9(11).99.
           05 FILLER             PIC X VALUE ",".
           05 WS-K-LEIDOS         PIC 9(9).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-PROCESAR-HISTORIA
               UNTIL FIN-DE-HISTORIA
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-HOY
           PERFORM 1100-LEER-PARAMETRO
           PERFORM 1200-CARGAR-PRODUCTOS
           OPEN INPUT CALC-HIST
           IF WS-FS-HIST NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALCHIST.DAT (STATUS "
                   WS-FS-HIST "); CORRA PRIMERO LA CARGA CARGHIST."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HIST-EXTRACTO
           IF WS-FS-EXTRACTO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR HISTEXT.DAT (STATUS "
                   WS-FS-EXTRACTO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HIST-CONTROL
           IF WS-FS-CONTROL NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR HISTEXTC.DAT (STATUS "
                   WS-FS-CONTROL ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TITULOS TO EXT-LINE
           WRITE EXT-RECORD
           PERFORM 2100-LEER-HISTORIA.

       1100-LEER-PARAMETRO.
           MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           OPEN INPUT EXT-PARM
           IF WS-FS-PARM = "00"
               READ EXT-PARM
                   NOT AT END
                       PERFORM 1150-VALIDAR-RANGO
               END-READ
           END-IF
           CLOSE EXT-PARM
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "ERROR: RANGO INVERTIDO EN EXTPARM.DAT ("
                   WS-FECHA-DESDE " A " WS-FECHA-HASTA ")."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "EXTRACTO DE HISTORIA DEL " WS-FECHA-DESDE
               " AL " WS-FECHA-HASTA.

       1150-VALIDAR-RANGO.
           IF EXTP-FECHA-DESDE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (EXTP-FECHA-DESDE-NUM) = 0
               MOVE EXTP-FECHA-DESDE TO WS-FECHA-DESDE
               MOVE EXTP-FECHA-DESDE TO WS-FECHA-HASTA
               IF EXTP-FECHA-HASTA NOT = SPACES
                   IF EXTP-FECHA-HASTA IS NUMERIC
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (EXTP-FECHA-HASTA-NUM) = 0
                       MOVE EXTP-FECHA-HASTA TO WS-FECHA-HASTA
                   ELSE
                       DISPLAY "ADVERTENCIA: FECHA HASTA INVALIDA EN "
                           "EXTPARM.DAT (" EXTP-FECHA-HASTA "); SE "
                           "EXTRAE SOLO LA FECHA DESDE."
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "ADVERTENCIA: FECHA DESDE INVALIDA EN "
                   "EXTPARM.DAT (" EXTP-FECHA-DESDE "); SE USA LA "
                   "FECHA DE NEGOCIO."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1200-CARGAR-PRODUCTOS.
           OPEN INPUT PROD-TABLE
           IF WS-FS-PRODTAB NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRODTAB.DAT (STATUS "
                   WS-FS-PRODTAB "); NO HAY TABLA DE PRODUCTOS."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LEER-PRODUCTO
               UNTIL FIN-DE-TABLA
           CLOSE PROD-TABLE.

       1210-LEER-PRODUCTO.
           READ PROD-TABLE
               AT END
                   SET FIN-DE-TABLA TO TRUE
               NOT AT END
                   IF WS-TOTAL-PRODUCTOS < WS-MAX-PRODUCTOS
                       ADD 1 TO WS-TOTAL-PRODUCTOS
                       MOVE PROD-RECORD
                           TO WS-PROD-ENTRADA(WS-TOTAL-PRODUCTOS)
                       IF PROD-FECHA-VIGENCIA IS NOT NUMERIC
      * Las lineas anteriores al campo de vigencia se tratan como
      * vigentes desde siempre.
                           MOVE "00000000" TO
                               WS-PROD-VIGENCIA(WS-TOTAL-PRODUCTOS)
                       END-IF
                       IF PROD-TASA-INTERES IS NOT NUMERIC
                           MOVE ZERO TO
                               WS-PROD-TASA(WS-TOTAL-PRODUCTOS)
                       END-IF
                   ELSE
                       DISPLAY "ADVERTENCIA: PRODTAB.DAT EXCEDE "
                           WS-MAX-PRODUCTOS " PRODUCTOS; SE IGNORA "
                           "EL CODIGO " PROD-CODIGO "."
                   END-IF
           END-READ.

       2000-PROCESAR-HISTORIA.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF HIST-FECHA NOT < WS-FECHA-DESDE
                   AND HIST-FECHA NOT > WS-FECHA-HASTA
               PERFORM 3000-BUSCAR-PRODUCTO
               PERFORM 4000-ESCRIBIR-FILA
           END-IF
           PERFORM 2100-LEER-HISTORIA.

       2100-LEER-HISTORIA.
           READ CALC-HIST NEXT RECORD
               AT END
                   SET FIN-DE-HISTORIA TO TRUE
           END-READ.

       3000-BUSCAR-PRODUCTO.
      * La linea que rigio el calculo es la de vigencia mas
      * reciente no posterior a la fecha del calculo, no la de
      * hoy: un cambio de tasa posterior no reescribe el pasado.
           MOVE 0 TO WS-PROD-USAR
           MOVE LOW-VALUES TO WS-MEJOR-VIGENCIA
           IF HIST-PRODUCTO = SPACES
               ADD 1 TO WS-CONTADOR-SIN-PRODUCTO
           ELSE
               PERFORM 3100-EXAMINAR-PRODUCTO
                   VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > WS-TOTAL-PRODUCTOS
               IF WS-PROD-USAR = 0
                   ADD 1 TO WS-CONTADOR-SIN-TASA
               END-IF
           END-IF.

       3100-EXAMINAR-PRODUCTO.
           IF WS-PROD-CODIGO(PROD-IDX) = HIST-PRODUCTO
                   AND WS-PROD-VIGENCIA(PROD-IDX) NOT > HIST-FECHA
               IF WS-PROD-USAR = 0
                       OR WS-PROD-VIGENCIA(PROD-IDX)
                           > WS-MEJOR-VIGENCIA
                   SET WS-PROD-USAR TO PROD-IDX
                   MOVE WS-PROD-VIGENCIA(PROD-IDX)
                       TO WS-MEJOR-VIGENCIA
               END-IF
           END-IF.

       4000-ESCRIBIR-FILA.
      * La historia anterior al campo de monto completo solo trae
      * el monto entero de tres digitos en HIST-NUMERO.
           IF HIST-MONTO IS NUMERIC
               MOVE HIST-MONTO TO WS-MONTO-HIST
           ELSE
               MOVE HIST-NUMERO TO WS-MONTO-HIST
           END-IF
           MOVE WS-MONTO-HIST TO WS-C-MONTO
           MOVE HIST-RESULTADO TO WS-C-RESULTADO
      * Un resultado positivo no lleva el blanco del signo.
           IF HIST-RESULTADO < 0
               MOVE 1 TO WS-C-INICIO
           ELSE
               MOVE 2 TO WS-C-INICIO
           END-IF
           MOVE SPACES TO EXT-LINE
           MOVE 1 TO WS-PUNTERO
           STRING HIST-CUENTA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO EXT-LINE
               WITH POINTER WS-PUNTERO
           END-STRING
           MOVE HIST-NOMBRE TO WS-C-TEXTO
           PERFORM 4100-AGREGAR-TEXTO
           STRING "," DELIMITED BY SIZE
                  HIST-FECHA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HIST-HORA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HIST-MODO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HIST-PRODUCTO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
               INTO EXT-LINE
               WITH POINTER WS-PUNTERO
           END-STRING
           IF WS-PROD-USAR = 0
      * Sin producto, o sin linea vigente a la fecha: descripcion
      * y tasa quedan vacias.
               STRING "," DELIMITED BY SIZE
                   INTO EXT-LINE
                   WITH POINTER WS-PUNTERO
               END-STRING
           ELSE
               MOVE WS-PROD-DESCRIPCION(WS-PROD-USAR)
                   TO WS-C-TEXTO
               PERFORM 4100-AGREGAR-TEXTO
               MOVE WS-PROD-TASA(WS-PROD-USAR) TO WS-C-TASA
               STRING "," DELIMITED BY SIZE
                      WS-C-TASA DELIMITED BY SIZE
                   INTO EXT-LINE
                   WITH POINTER WS-PUNTERO
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
                  WS-C-MONTO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-C-RESULTADO(WS-C-INICIO:) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HIST-ESTADO DELIMITED BY SPACE
               INTO EXT-LINE
               WITH POINTER WS-PUNTERO
           END-STRING
           WRITE EXT-RECORD
           ADD 1 TO WS-CONTADOR-FILAS
           ADD WS-MONTO-HIST TO WS-TOTAL-MONTO
           ADD HIST-RESULTADO TO WS-TOTAL-RESULTADO.

       4100-AGREGAR-TEXTO.
      * Agrega WS-C-TEXTO entre comillas dobles, sin los blancos
      * del final; los blancos de adentro se respetan. Las comillas
      * dobles del texto se cambian por simples.
           INSPECT WS-C-TEXTO REPLACING ALL QUOTE BY "'"
           MOVE 34 TO WS-C-LARGO
           MOVE "N" TO WS-C-FIN-TEXTO
           PERFORM 4110-RECORTAR-TEXTO
               UNTIL WS-C-LARGO = 0 OR FIN-DEL-TEXTO
           STRING QUOTE DELIMITED BY SIZE
               INTO EXT-LINE
               WITH POINTER WS-PUNTERO
           END-STRING
           IF WS-C-LARGO > 0
               STRING WS-C-TEXTO(1:WS-C-LARGO) DELIMITED BY SIZE
                   INTO EXT-LINE
                   WITH POINTER WS-PUNTERO
               END-STRING
           END-IF
           STRING QUOTE DELIMITED BY SIZE
               INTO EXT-LINE
               WITH POINTER WS-PUNTERO
           END-STRING.

       4110-RECORTAR-TEXTO.
           IF WS-C-TEXTO(WS-C-LARGO:1) = SPACE
               SUBTRACT 1 FROM WS-C-LARGO
           ELSE
               SET FIN-DEL-TEXTO TO TRUE
           END-IF.

       9000-TERMINAR.
           MOVE WS-CONTROL-TITULOS TO CTL-LINE
           WRITE CTL-RECORD
           MOVE WS-FECHA-DESDE TO WS-K-DESDE
           MOVE WS-FECHA-HASTA TO WS-K-HASTA
           MOVE WS-CONTADOR-FILAS TO WS-K-FILAS
           MOVE WS-TOTAL-MONTO TO WS-K-MONTO
           MOVE WS-TOTAL-RESULTADO TO WS-K-RESULTADO
           MOVE WS-CONTADOR-LEIDOS TO WS-K-LEIDOS
           MOVE WS-CONTROL-DATOS TO CTL-LINE
           WRITE CTL-RECORD
           DISPLAY "EXTRACTO TERMINADO. LEIDOS: " WS-CONTADOR-LEIDOS
               " FILAS: " WS-CONTADOR-FILAS
           DISPLAY "SIN PRODUCTO (HISTORIA ANTERIOR): "
               WS-CONTADOR-SIN-PRODUCTO
               " SIN LINEA VIGENTE EN PRODTAB: " WS-CONTADOR-SIN-TASA
           IF WS-CONTADOR-SIN-TASA > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CALC-HIST
           CLOSE HIST-EXTRACTO
           CLOSE HIST-CONTROL.
