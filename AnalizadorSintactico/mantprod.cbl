      * verificado por FIRMAOPE contra OPERMAST.DAT con        *
      * autorizacion de mantenimiento.                         *
      *                                                        *
      * Las altas, las bajas y los cambios de tasa, plazo o    *
      * frecuencia no tocan la tabla: quedan en el archivo de  *
      * cambios pendientes PRODPEND.DAT hasta que otro         *
      * operador de nivel supervisor los apruebe en APROPROD.  *
      * Solo el cambio de descripcion se aplica directamente.  *
      * Una linea con un cambio pendiente no admite otro.      *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT OPTIONAL PROD-PEND ASSIGN TO "PRODPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-TABLE.
       FD  PROD-AUDIT.
           COPY PRODAUD.

       FD  PROD-PEND.
           COPY PRODPEND.

       WORKING-STORAGE SECTION.
       01 WS-FS-PRODTAB PIC XX.
       01 WS-FS-AUDIT PIC XX.
       01 WS-FS-PEND PIC XX.

       01 WS-USUARIO PIC X(8).
       01 WS-ACCION PIC X.
               10 WS-PROD-ESTADO       PIC X.
       01 WS-ENTRADA-USAR PIC 9(2).

      * Lineas (codigo y vigencia) con un cambio esperando
      * aprobacion en PRODPEND.DAT, y el ultimo numero asignado.
       01 WS-EOF-PEND PIC X VALUE "N".
           88 FIN-DE-PENDIENTES VALUE "S".
       01 WS-ULTIMO-PENDIENTE PIC 9(6) VALUE 0.
       01 WS-MAX-PENDIENTES PIC 9(3) VALUE 100.
       01 WS-TOTAL-PENDIENTES PIC 9(3) VALUE 0.
       01 WS-TABLA-PENDIENTES.
           05 WS-PEND-ENTRADA OCCURS 100 TIMES INDEXED BY PEND-IDX.
               10 WS-PEND-CODIGO       PIC X(3).
               10 WS-PEND-VIGENCIA     PIC X(8).
       01 WS-LINEA-PENDIENTE PIC X VALUE "N".
           88 LINEA-CON-PENDIENTE VALUE "S".

       01 WS-CODIGO PIC X(3).
       01 WS-CODIGO-VALIDO PIC X VALUE "N".
           88 CODIGO-ES-VALIDO VALUE "S".
           END-IF
           MOVE FIRMA-ID TO WS-USUARIO
           PERFORM 1050-CARGAR-TABLA
           PERFORM 1070-CARGAR-PENDIENTES
           OPEN EXTEND PROD-PEND
      * El status 05 es normal la primera vez que OPEN EXTEND crea
      * un archivo OPTIONAL que aun no existia; no es un error.
           IF WS-FS-PEND NOT = "00" AND WS-FS-PEND NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRODPEND.DAT (STATUS "
                   WS-FS-PEND ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PROD-AUDIT
      * El status 05 es normal la primera vez que OPEN EXTEND crea
      * un archivo OPTIONAL que aun no existia; no es un error.
                   END-IF
           END-READ.

       1070-CARGAR-PENDIENTES.
           OPEN INPUT PROD-PEND
           IF WS-FS-PEND NOT = "00" AND WS-FS-PEND NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRODPEND.DAT (STATUS "
                   WS-FS-PEND ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1080-LEER-PENDIENTE
               UNTIL FIN-DE-PENDIENTES
           CLOSE PROD-PEND
           IF WS-TOTAL-PENDIENTES > 0
               DISPLAY "CAMBIOS ESPERANDO APROBACION: "
                   WS-TOTAL-PENDIENTES
           END-IF.

       1080-LEER-PENDIENTE.
           READ PROD-PEND
               AT END
                   SET FIN-DE-PENDIENTES TO TRUE
               NOT AT END
                   IF PPEN-NUMERO IS NUMERIC
                           AND PPEN-NUMERO > WS-ULTIMO-PENDIENTE
                       MOVE PPEN-NUMERO TO WS-ULTIMO-PENDIENTE
                   END-IF
                   IF WS-TOTAL-PENDIENTES < WS-MAX-PENDIENTES
                       ADD 1 TO WS-TOTAL-PENDIENTES
                       MOVE PPEN-CODIGO
                           TO WS-PEND-CODIGO(WS-TOTAL-PENDIENTES)
                       MOVE PPEN-VIGENCIA
                           TO WS-PEND-VIGENCIA(WS-TOTAL-PENDIENTES)
                   ELSE
                       DISPLAY "ERROR: PRODPEND.DAT EXCEDE "
                           WS-MAX-PENDIENTES " CAMBIOS; APRUEBE O "
                           "RECHACE LOS PENDIENTES EN APROPROD."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1100-PEDIR-ACCION.
           DISPLAY " "
           DISPLAY "ACCION (A=ALTA, C=CAMBIO, B=BAJA, L=LISTA, "
                   SET WS-ENTRADA-USAR TO PROD-IDX
           END-SEARCH.

       2550-BUSCAR-PENDIENTE.
           MOVE "N" TO WS-LINEA-PENDIENTE
           SET PEND-IDX TO 1
           SEARCH WS-PEND-ENTRADA
               AT END
                   CONTINUE
               WHEN PEND-IDX > WS-TOTAL-PENDIENTES
                   CONTINUE
               WHEN WS-PEND-CODIGO(PEND-IDX) = WS-CODIGO
                       AND WS-PEND-VIGENCIA(PEND-IDX) = WS-VIGENCIA
                   SET LINEA-CON-PENDIENTE TO TRUE
           END-SEARCH
           IF LINEA-CON-PENDIENTE
               DISPLAY "ERROR: EL PRODUCTO " WS-CODIGO " VIGENCIA "
                   WS-VIGENCIA " YA TIENE UN CAMBIO ESPERANDO "
                   "APROBACION."
           ELSE
               IF WS-TOTAL-PENDIENTES >= WS-MAX-PENDIENTES
                   SET LINEA-CON-PENDIENTE TO TRUE
                   DISPLAY "ERROR: YA HAY " WS-MAX-PENDIENTES
                       " CAMBIOS ESPERANDO APROBACION; NO SE "
                       "ADMITEN MAS."
               END-IF
           END-IF.

       2600-ARMAR-IMAGEN.
           MOVE WS-PROD-CODIGO(WS-ENTRADA-USAR) TO WS-I-CODIGO
           MOVE WS-PROD-DESCRIPCION(WS-ENTRADA-USAR)
           MOVE WS-PROD-FRECUENCIA(WS-ENTRADA-USAR)
               TO WS-I-FRECUENCIA.

       2650-ARMAR-IMAGEN-NUEVA.
           MOVE WS-CODIGO TO WS-I-CODIGO
           MOVE WS-DESCRIPCION TO WS-I-DESCRIPCION
           MOVE WS-TASA TO WS-I-TASA
           MOVE WS-PLAZO TO WS-I-PLAZO
           MOVE WS-VIGENCIA TO WS-I-VIGENCIA
           MOVE WS-FRECUENCIA TO WS-I-FRECUENCIA.

       3000-ALTA-PRODUCTO.
           PERFORM 2100-PEDIR-CODIGO
           PERFORM 2150-PEDIR-VIGENCIA
                   "UNA LINEA CON VIGENCIA " WS-VIGENCIA "; USE "
                   "CAMBIO PARA MODIFICARLA."
           ELSE
               PERFORM 2550-BUSCAR-PENDIENTE
               IF NOT LINEA-CON-PENDIENTE
                   PERFORM 2200-PEDIR-DESCRIPCION
                   PERFORM 2300-PEDIR-TASA
                   PERFORM 2400-PEDIR-PLAZO
                   PERFORM 2450-PEDIR-FRECUENCIA
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   PERFORM 6100-REGISTRAR-PENDIENTE
               END-IF
           END-IF.

                   "UNA LINEA CON VIGENCIA " WS-VIGENCIA "; USE "
                   "ALTA PARA CREARLA."
           ELSE
               PERFORM 2550-BUSCAR-PENDIENTE
           END-IF
           IF WS-ENTRADA-USAR > 0 AND NOT LINEA-CON-PENDIENTE
               PERFORM 2600-ARMAR-IMAGEN
               MOVE WS-IMAGEN-PROD TO WS-IMAGEN-ANTERIOR
               DISPLAY "DESCRIPCION ACTUAL: "
               PERFORM 2300-PEDIR-TASA
               PERFORM 2400-PEDIR-PLAZO
               PERFORM 2450-PEDIR-FRECUENCIA
      * Tasa, plazo y frecuencia cambian lo que se calcula y
      * requieren la aprobacion de un supervisor; la descripcion
      * sola se aplica directamente.
               IF WS-TASA = WS-PROD-TASA(WS-ENTRADA-USAR)
                       AND WS-PLAZO = WS-PROD-PLAZO(WS-ENTRADA-USAR)
                       AND WS-FRECUENCIA =
                           WS-PROD-FRECUENCIA(WS-ENTRADA-USAR)
                   MOVE WS-DESCRIPCION
                       TO WS-PROD-DESCRIPCION(WS-ENTRADA-USAR)
                   PERFORM 6000-REGISTRAR-AUDITORIA
                   DISPLAY "CAMBIO REGISTRADO: " WS-CODIGO
                       " VIGENCIA " WS-VIGENCIA
               ELSE
                   PERFORM 6100-REGISTRAR-PENDIENTE
               END-IF
           END-IF.

       5000-BAJA-PRODUCTO.
               DISPLAY "ERROR: EL PRODUCTO " WS-CODIGO " NO TIENE "
                   "UNA LINEA CON VIGENCIA " WS-VIGENCIA "."
           ELSE
               PERFORM 2550-BUSCAR-PENDIENTE
           END-IF
           IF WS-ENTRADA-USAR > 0 AND NOT LINEA-CON-PENDIENTE
               PERFORM 2600-ARMAR-IMAGEN
               MOVE WS-IMAGEN-PROD TO WS-IMAGEN-ANTERIOR
               DISPLAY "LINEA A DAR DE BAJA: "
               DISPLAY "CONFIRMA LA BAJA (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S"
                   PERFORM 6100-REGISTRAR-PENDIENTE
               ELSE
                   DISPLAY "BAJA CANCELADA."
               END-IF
           MOVE WS-CODIGO TO PAUD-CODIGO
           MOVE WS-VIGENCIA TO PAUD-VIGENCIA
           MOVE WS-IMAGEN-ANTERIOR TO PAUD-IMAGEN-ANTERIOR
           PERFORM 2600-ARMAR-IMAGEN
           MOVE WS-IMAGEN-PROD TO PAUD-IMAGEN-NUEVA
           MOVE SPACES TO PAUD-APROBADOR
           MOVE SPACE TO PAUD-DECISION
           MOVE SPACES TO PAUD-SOLICITUD
           WRITE PAUD-RECORD
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR LA AUDITORIA ("
               STOP RUN
           END-IF.

       6100-REGISTRAR-PENDIENTE.
           ADD 1 TO WS-ULTIMO-PENDIENTE
           MOVE WS-ULTIMO-PENDIENTE TO PPEN-NUMERO
           MOVE WS-ACCION TO PPEN-ACCION
           MOVE WS-CODIGO TO PPEN-CODIGO
           MOVE WS-VIGENCIA TO PPEN-VIGENCIA
           MOVE WS-IMAGEN-ANTERIOR TO PPEN-IMAGEN-ANTERIOR
           IF ACCION-BAJA
               MOVE SPACES TO PPEN-IMAGEN-NUEVA
           ELSE
               PERFORM 2650-ARMAR-IMAGEN-NUEVA
               MOVE WS-IMAGEN-PROD TO PPEN-IMAGEN-NUEVA
           END-IF
           MOVE WS-USUARIO TO PPEN-USUARIO
           MOVE FUNCTION CURRENT-DATE TO PPEN-TIMESTAMP
           WRITE PPEN-RECORD
           IF WS-FS-PEND NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR EL CAMBIO "
                   "PENDIENTE (STATUS " WS-FS-PEND ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-PENDIENTES
           MOVE WS-CODIGO TO WS-PEND-CODIGO(WS-TOTAL-PENDIENTES)
           MOVE WS-VIGENCIA TO WS-PEND-VIGENCIA(WS-TOTAL-PENDIENTES)
           DISPLAY "CAMBIO " WS-ULTIMO-PENDIENTE " PENDIENTE DE "
               "APROBACION: " WS-CODIGO " VIGENCIA " WS-VIGENCIA
               ". DEBE APROBARLO OTRO OPERADOR SUPERVISOR EN "
               "APROPROD.".

       7000-LISTAR-TABLA.
           IF WS-TOTAL-PRODUCTOS = 0
               DISPLAY "LA TABLA DE PRODUCTOS ESTA VACIA."
               PERFORM 7100-LISTAR-ENTRADA
                   VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > WS-TOTAL-PRODUCTOS
           END-IF
           IF WS-TOTAL-PENDIENTES > 0
               DISPLAY "CAMBIOS ESPERANDO APROBACION: "
                   WS-TOTAL-PENDIENTES
           END-IF.

       7100-LISTAR-ENTRADA.
           END-IF.

       9000-TERMINAR.
           CLOSE PROD-PEND
           CLOSE PROD-AUDIT
           DISPLAY "FIN DEL MANTENIMIENTO DE PRODUCTOS.".
