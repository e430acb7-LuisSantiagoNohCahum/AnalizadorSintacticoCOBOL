       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROPROD.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * APROPROD                                               *
      *                                                        *
      * Aprobacion de los cambios pendientes de la tabla de    *
      * productos: presenta uno por uno los cambios que        *
      * MANTPROD dejo en PRODPEND.DAT y el supervisor los      *
      * aprueba, los rechaza o los deja para despues. Solo el  *
      * cambio aprobado se aplica a PRODTAB.DAT, y solo si la  *
      * linea sigue como estaba cuando se pidio. Cada decision *
      * queda en PRODAUD.DAT con quien pidio el cambio y quien *
      * lo decidio. La entrada exige la firma FIRMAOPE de un   *
      * operador de nivel supervisor con autorizacion de       *
      * mantenimiento, y nadie puede decidir un cambio que     *
      * pidio el mismo. Al terminar, PRODPEND.DAT se reescribe *
      * con los que siguen pendientes.                         *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROD-TABLE ASSIGN TO "PRODTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODTAB.

           SELECT OPTIONAL PROD-AUDIT ASSIGN TO "PRODAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT OPTIONAL PROD-PEND ASSIGN TO "PRODPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-TABLE.
           COPY PRODREC.

       FD  PROD-AUDIT.
           COPY PRODAUD.

       FD  PROD-PEND.
           COPY PRODPEND.

       WORKING-STORAGE SECTION.
       01 WS-FS-PRODTAB PIC XX.
       01 WS-FS-AUDIT PIC XX.
       01 WS-FS-PEND PIC XX.

       01 WS-USUARIO PIC X(8).

       01 WS-EOF-PRODTAB PIC X VALUE "N".
           88 FIN-DE-TABLA VALUE "S".
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
               10 WS-PROD-ESTADO       PIC X.
       01 WS-ENTRADA-USAR PIC 9(2).

      * WS-PEND-DECISION: espacio = sigue pendiente,
      *                   A = aprobado, R = rechazado.
       01 WS-EOF-PEND PIC X VALUE "N".
           88 FIN-DE-PENDIENTES VALUE "S".
       01 WS-MAX-PENDIENTES PIC 9(3) VALUE 100.
       01 WS-TOTAL-PENDIENTES PIC 9(3) VALUE 0.
       01 WS-TABLA-PENDIENTES.
           05 WS-PEND-ENTRADA OCCURS 100 TIMES INDEXED BY PEND-IDX.
               10 WS-PEND-REGISTRO     PIC X(127).
               10 WS-PEND-DECISION     PIC X.
       01 WS-PEND-USAR PIC 9(3).

       01 WS-DECISION PIC X.
           88 DECISION-APROBAR VALUE "A".
           88 DECISION-RECHAZAR VALUE "R".
           88 DECISION-DEJAR VALUE "P".
           88 DECISION-FIN VALUE "F".
           88 DECISION-VALIDA VALUES "A" "R" "P" "F".
       01 WS-REVISION-TERMINADA PIC X VALUE "N".
           88 REVISION-TERMINADA VALUE "S".
       01 WS-CAMBIO-APLICADO PIC X VALUE "N".
           88 CAMBIO-APLICADO VALUE "S".
       01 WS-TABLA-MODIFICADA PIC X VALUE "N".
           88 TABLA-MODIFICADA VALUE "S".

       01 WS-CONTADOR-APROBADOS PIC 9(3) VALUE 0.
       01 WS-CONTADOR-RECHAZADOS PIC 9(3) VALUE 0.
       01 WS-CONTADOR-PROPIOS PIC 9(3) VALUE 0.

      * Trazado de la linea de PRODTAB.DAT en las imagenes de
      * PRODPEND.DAT y PRODAUD.DAT, igual que en MANTPROD.
       01 WS-IMAGEN-PROD.
           05 WS-I-CODIGO         PIC X(3).
           05 WS-I-DESCRIPCION    PIC X(20).
           05 WS-I-TASA           PIC 9V999.
           05 WS-I-PLAZO          PIC 9(2).
           05 WS-I-VIGENCIA       PIC X(8).
           05 WS-I-FRECUENCIA     PIC X.
           05 FILLER              PIC X(2) VALUE SPACES.
       01 WS-IMAGEN-NUEVA.
           05 WS-N-CODIGO         PIC X(3).
           05 WS-N-DESCRIPCION    PIC X(20).
           05 WS-N-TASA           PIC 9V999.
           05 WS-N-PLAZO          PIC 9(2).
           05 WS-N-VIGENCIA       PIC X(8).
           05 WS-N-FRECUENCIA     PIC X.
           05 FILLER              PIC X(2).

           COPY FIRMLINK.

       01 WS-LINEA-IMAGEN.
           05 WS-L-ROTULO         PIC X(10).
           05 WS-L-DESCRIPCION    PIC X(20).
           05 FILLER             PIC X(7) VALUE " TASA ".
           05 WS-L-TASA           PIC 9.999.
           05 FILLER             PIC X(8) VALUE " PLAZO ".
           05 WS-L-PLAZO          PIC Z9.
           05 FILLER             PIC X(6) VALUE " FREC ".
           05 WS-L-FRECUENCIA     PIC X.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-REVISAR-PENDIENTE
               VARYING WS-PEND-USAR FROM 1 BY 1
               UNTIL WS-PEND-USAR > WS-TOTAL-PENDIENTES
                   OR REVISION-TERMINADA
           IF TABLA-MODIFICADA
               PERFORM 8000-REESCRIBIR-TABLA
           END-IF
           PERFORM 8500-REESCRIBIR-PENDIENTES
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           DISPLAY "APROBACION DE CAMBIOS A LA TABLA DE PRODUCTOS"
           MOVE "M" TO FIRMA-FUNCION
           CALL "FIRMAOPE" USING FIRMA-AREA
           IF FIRMA-RECHAZADA
               DISPLAY "ERROR: FIRMA DE OPERADOR RECHAZADA; LA "
                   "APROBACION NO PUEDE CONTINUAR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FIRMA-SUPERVISOR
               DISPLAY "ERROR: EL OPERADOR " FIRMA-ID " NO ES "
                   "SUPERVISOR; SOLO UN SUPERVISOR PUEDE APROBAR "
                   "CAMBIOS A LA TABLA DE PRODUCTOS."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FIRMA-ID TO WS-USUARIO
           PERFORM 1050-CARGAR-TABLA
           PERFORM 1070-CARGAR-PENDIENTES
           OPEN EXTEND PROD-AUDIT
      * El status 05 es normal la primera vez que OPEN EXTEND crea
      * un archivo OPTIONAL que aun no existia; no es un error.
           IF WS-FS-AUDIT NOT = "00" AND WS-FS-AUDIT NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRODAUD.DAT (STATUS "
                   WS-FS-AUDIT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TOTAL-PENDIENTES = 0
               DISPLAY "NO HAY CAMBIOS ESPERANDO APROBACION."
           ELSE
               DISPLAY "CAMBIOS ESPERANDO APROBACION: "
                   WS-TOTAL-PENDIENTES
           END-IF.

       1050-CARGAR-TABLA.
           OPEN INPUT PROD-TABLE
           IF WS-FS-PRODTAB NOT = "00" AND WS-FS-PRODTAB NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRODTAB.DAT (STATUS "
                   WS-FS-PRODTAB ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1060-LEER-PRODUCTO
               UNTIL FIN-DE-TABLA
           CLOSE PROD-TABLE.

       1060-LEER-PRODUCTO.
           READ PROD-TABLE
               AT END
                   SET FIN-DE-TABLA TO TRUE
               NOT AT END
                   IF WS-TOTAL-PRODUCTOS < WS-MAX-PRODUCTOS
                       ADD 1 TO WS-TOTAL-PRODUCTOS
                       MOVE PROD-CODIGO
                           TO WS-PROD-CODIGO(WS-TOTAL-PRODUCTOS)
                       MOVE PROD-DESCRIPCION
                           TO WS-PROD-DESCRIPCION(WS-TOTAL-PRODUCTOS)
                       MOVE PROD-TASA-INTERES
                           TO WS-PROD-TASA(WS-TOTAL-PRODUCTOS)
                       MOVE PROD-PLAZO-ANIOS
                           TO WS-PROD-PLAZO(WS-TOTAL-PRODUCTOS)
                       IF PROD-FECHA-VIGENCIA IS NUMERIC
                           MOVE PROD-FECHA-VIGENCIA
                               TO WS-PROD-VIGENCIA(WS-TOTAL-PRODUCTOS)
                       ELSE
      * Las lineas anteriores al campo de vigencia se tratan como
      * vigentes desde siempre.
                           MOVE "00000000"
                               TO WS-PROD-VIGENCIA(WS-TOTAL-PRODUCTOS)
                       END-IF
                       IF PROD-FRECUENCIA = "A" OR
                               PROD-FRECUENCIA = "T" OR
                               PROD-FRECUENCIA = "M"
                           MOVE PROD-FRECUENCIA TO
                               WS-PROD-FRECUENCIA(WS-TOTAL-PRODUCTOS)
                       ELSE
      * Las lineas anteriores al campo de frecuencia se tratan
      * como de pago anual.
                           MOVE "A" TO
                               WS-PROD-FRECUENCIA(WS-TOTAL-PRODUCTOS)
                       END-IF
                       MOVE "A"
                           TO WS-PROD-ESTADO(WS-TOTAL-PRODUCTOS)
                   ELSE
                       DISPLAY "ERROR: PRODTAB.DAT EXCEDE "
                           WS-MAX-PRODUCTOS " LINEAS; NO SE PUEDE "
                           "MANTENER EN MEMORIA."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
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
           CLOSE PROD-PEND.

       1080-LEER-PENDIENTE.
           READ PROD-PEND
               AT END
                   SET FIN-DE-PENDIENTES TO TRUE
               NOT AT END
                   IF WS-TOTAL-PENDIENTES < WS-MAX-PENDIENTES
                       ADD 1 TO WS-TOTAL-PENDIENTES
                       MOVE PPEN-RECORD
                           TO WS-PEND-REGISTRO(WS-TOTAL-PENDIENTES)
                       MOVE SPACE
                           TO WS-PEND-DECISION(WS-TOTAL-PENDIENTES)
                   ELSE
                       DISPLAY "ERROR: PRODPEND.DAT EXCEDE "
                           WS-MAX-PENDIENTES " CAMBIOS; NO SE PUEDE "
                           "MANTENER EN MEMORIA."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       2000-REVISAR-PENDIENTE.
           MOVE WS-PEND-REGISTRO(WS-PEND-USAR) TO PPEN-RECORD
           PERFORM 2100-MOSTRAR-PENDIENTE
      * El doble control exige dos personas: quien pidio el
      * cambio no puede decidirlo, aunque sea supervisor.
           IF PPEN-USUARIO = WS-USUARIO
               ADD 1 TO WS-CONTADOR-PROPIOS
               DISPLAY "USTED PIDIO ESTE CAMBIO; DEBE DECIDIRLO OTRO "
                   "SUPERVISOR. QUEDA PENDIENTE."
           ELSE
               PERFORM 2200-PEDIR-DECISION
               EVALUATE TRUE
                   WHEN DECISION-APROBAR
                       PERFORM 3000-APLICAR-CAMBIO
                       IF CAMBIO-APLICADO
                           MOVE "A"
                               TO WS-PEND-DECISION(WS-PEND-USAR)
                           ADD 1 TO WS-CONTADOR-APROBADOS
                           PERFORM 6000-REGISTRAR-AUDITORIA
                           DISPLAY "CAMBIO " PPEN-NUMERO
                               " APROBADO Y APLICADO."
                       END-IF
                   WHEN DECISION-RECHAZAR
                       MOVE "R" TO WS-PEND-DECISION(WS-PEND-USAR)
                       ADD 1 TO WS-CONTADOR-RECHAZADOS
                       PERFORM 6000-REGISTRAR-AUDITORIA
                       DISPLAY "CAMBIO " PPEN-NUMERO " RECHAZADO."
                   WHEN DECISION-FIN
                       SET REVISION-TERMINADA TO TRUE
                   WHEN OTHER
                       DISPLAY "CAMBIO " PPEN-NUMERO
                           " QUEDA PENDIENTE."
               END-EVALUATE
           END-IF.

       2100-MOSTRAR-PENDIENTE.
           DISPLAY " "
           EVALUATE PPEN-ACCION
               WHEN "A"
                   DISPLAY "CAMBIO " PPEN-NUMERO ": ALTA DE "
                       PPEN-CODIGO " VIGENCIA " PPEN-VIGENCIA
               WHEN "C"
                   DISPLAY "CAMBIO " PPEN-NUMERO ": CAMBIO DE "
                       PPEN-CODIGO " VIGENCIA " PPEN-VIGENCIA
               WHEN OTHER
                   DISPLAY "CAMBIO " PPEN-NUMERO ": BAJA DE "
                       PPEN-CODIGO " VIGENCIA " PPEN-VIGENCIA
           END-EVALUATE
           DISPLAY "PEDIDO POR " PPEN-USUARIO " EL "
               PPEN-TIMESTAMP(1:8) " A LAS " PPEN-TIMESTAMP(9:6)
           IF PPEN-IMAGEN-ANTERIOR NOT = SPACES
               MOVE PPEN-IMAGEN-ANTERIOR TO WS-IMAGEN-PROD
               MOVE "ANTES....:" TO WS-L-ROTULO
               MOVE WS-I-DESCRIPCION TO WS-L-DESCRIPCION
               MOVE WS-I-TASA TO WS-L-TASA
               MOVE WS-I-PLAZO TO WS-L-PLAZO
               MOVE WS-I-FRECUENCIA TO WS-L-FRECUENCIA
               DISPLAY WS-LINEA-IMAGEN
           END-IF
           IF PPEN-IMAGEN-NUEVA NOT = SPACES
               MOVE PPEN-IMAGEN-NUEVA TO WS-IMAGEN-NUEVA
               MOVE "DESPUES..:" TO WS-L-ROTULO
               MOVE WS-N-DESCRIPCION TO WS-L-DESCRIPCION
               MOVE WS-N-TASA TO WS-L-TASA
               MOVE WS-N-PLAZO TO WS-L-PLAZO
               MOVE WS-N-FRECUENCIA TO WS-L-FRECUENCIA
               DISPLAY WS-LINEA-IMAGEN
           END-IF.

       2200-PEDIR-DECISION.
           MOVE SPACE TO WS-DECISION
           PERFORM 2210-OBTENER-DECISION
               UNTIL DECISION-VALIDA.

       2210-OBTENER-DECISION.
           DISPLAY "DECISION (A=APROBAR, R=RECHAZAR, P=DEJAR "
               "PENDIENTE, F=FIN): "
           ACCEPT WS-DECISION
           IF NOT DECISION-VALIDA
               DISPLAY "ERROR: DECISION DESCONOCIDA (" WS-DECISION
                   "). INTENTE DE NUEVO."
           END-IF.

       2500-BUSCAR-ENTRADA.
           MOVE 0 TO WS-ENTRADA-USAR
           SET PROD-IDX TO 1
           SEARCH WS-PROD-ENTRADA
               AT END
                   CONTINUE
               WHEN PROD-IDX > WS-TOTAL-PRODUCTOS
                   CONTINUE
               WHEN WS-PROD-CODIGO(PROD-IDX) = PPEN-CODIGO
                       AND WS-PROD-VIGENCIA(PROD-IDX) = PPEN-VIGENCIA
                       AND WS-PROD-ESTADO(PROD-IDX) = "A"
                   SET WS-ENTRADA-USAR TO PROD-IDX
           END-SEARCH.

       2600-ARMAR-IMAGEN.
           MOVE WS-PROD-CODIGO(WS-ENTRADA-USAR) TO WS-I-CODIGO
           MOVE WS-PROD-DESCRIPCION(WS-ENTRADA-USAR)
               TO WS-I-DESCRIPCION
           MOVE WS-PROD-TASA(WS-ENTRADA-USAR) TO WS-I-TASA
           MOVE WS-PROD-PLAZO(WS-ENTRADA-USAR) TO WS-I-PLAZO
           MOVE WS-PROD-VIGENCIA(WS-ENTRADA-USAR) TO WS-I-VIGENCIA
           MOVE WS-PROD-FRECUENCIA(WS-ENTRADA-USAR)
               TO WS-I-FRECUENCIA.

       3000-APLICAR-CAMBIO.
      * El cambio se aplica solo si la tabla sigue como cuando se
      * pidio: la linea de un alta no debe existir, y la de un
      * cambio o una baja debe seguir igual a la imagen anterior.
      * Si no, se deja pendiente para que se rechace y se vuelva
      * a pedir sobre la linea actual.
           MOVE "N" TO WS-CAMBIO-APLICADO
           PERFORM 2500-BUSCAR-ENTRADA
           EVALUATE PPEN-ACCION
               WHEN "A"
                   PERFORM 3100-APLICAR-ALTA
               WHEN "C"
                   PERFORM 3200-APLICAR-CAMBIO
               WHEN "B"
                   PERFORM 3300-APLICAR-BAJA
               WHEN OTHER
                   DISPLAY "ERROR: ACCION DESCONOCIDA ("
                       PPEN-ACCION ") EN EL CAMBIO " PPEN-NUMERO
                       "; RECHACELO."
           END-EVALUATE.

       3100-APLICAR-ALTA.
           IF WS-ENTRADA-USAR > 0
               DISPLAY "NO SE APLICA: EL PRODUCTO " PPEN-CODIGO
                   " YA TIENE UNA LINEA CON VIGENCIA " PPEN-VIGENCIA
                   "; RECHACE EL CAMBIO."
           ELSE
               IF WS-TOTAL-PRODUCTOS >= WS-MAX-PRODUCTOS
                   DISPLAY "NO SE APLICA: LA TABLA ESTA LLENA ("
                       WS-MAX-PRODUCTOS " LINEAS)."
               ELSE
                   MOVE PPEN-IMAGEN-NUEVA TO WS-IMAGEN-NUEVA
                   ADD 1 TO WS-TOTAL-PRODUCTOS
                   MOVE WS-TOTAL-PRODUCTOS TO WS-ENTRADA-USAR
                   MOVE PPEN-CODIGO
                       TO WS-PROD-CODIGO(WS-ENTRADA-USAR)
                   MOVE PPEN-VIGENCIA
                       TO WS-PROD-VIGENCIA(WS-ENTRADA-USAR)
                   PERFORM 3500-MOVER-IMAGEN-NUEVA
                   MOVE "A" TO WS-PROD-ESTADO(WS-ENTRADA-USAR)
                   SET CAMBIO-APLICADO TO TRUE
               END-IF
           END-IF.

       3200-APLICAR-CAMBIO.
           PERFORM 3400-VERIFICAR-LINEA
           IF CAMBIO-APLICADO
               MOVE PPEN-IMAGEN-NUEVA TO WS-IMAGEN-NUEVA
               PERFORM 3500-MOVER-IMAGEN-NUEVA
           END-IF.

       3300-APLICAR-BAJA.
           PERFORM 3400-VERIFICAR-LINEA
           IF CAMBIO-APLICADO
               MOVE "B" TO WS-PROD-ESTADO(WS-ENTRADA-USAR)
           END-IF.

       3400-VERIFICAR-LINEA.
           IF WS-ENTRADA-USAR = 0
               DISPLAY "NO SE APLICA: EL PRODUCTO " PPEN-CODIGO
                   " YA NO TIENE UNA LINEA CON VIGENCIA "
                   PPEN-VIGENCIA "; RECHACE EL CAMBIO."
           ELSE
               PERFORM 2600-ARMAR-IMAGEN
               IF WS-IMAGEN-PROD NOT = PPEN-IMAGEN-ANTERIOR
                   DISPLAY "NO SE APLICA: LA LINEA CAMBIO DESDE QUE "
                       "SE PIDIO; RECHACE EL CAMBIO Y PIDALO DE "
                       "NUEVO."
               ELSE
                   SET CAMBIO-APLICADO TO TRUE
               END-IF
           END-IF.

       3500-MOVER-IMAGEN-NUEVA.
           MOVE WS-N-DESCRIPCION
               TO WS-PROD-DESCRIPCION(WS-ENTRADA-USAR)
           MOVE WS-N-TASA TO WS-PROD-TASA(WS-ENTRADA-USAR)
           MOVE WS-N-PLAZO TO WS-PROD-PLAZO(WS-ENTRADA-USAR)
           MOVE WS-N-FRECUENCIA
               TO WS-PROD-FRECUENCIA(WS-ENTRADA-USAR).

       6000-REGISTRAR-AUDITORIA.
           IF WS-PEND-DECISION(WS-PEND-USAR) = "A"
               SET TABLA-MODIFICADA TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PAUD-TIMESTAMP
           MOVE PPEN-USUARIO TO PAUD-USUARIO
           MOVE PPEN-ACCION TO PAUD-ACCION
           MOVE PPEN-CODIGO TO PAUD-CODIGO
           MOVE PPEN-VIGENCIA TO PAUD-VIGENCIA
           MOVE PPEN-IMAGEN-ANTERIOR TO PAUD-IMAGEN-ANTERIOR
           MOVE PPEN-IMAGEN-NUEVA TO PAUD-IMAGEN-NUEVA
           MOVE WS-USUARIO TO PAUD-APROBADOR
           MOVE WS-PEND-DECISION(WS-PEND-USAR) TO PAUD-DECISION
           MOVE PPEN-TIMESTAMP TO PAUD-SOLICITUD
           WRITE PAUD-RECORD
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR LA AUDITORIA ("
                   "STATUS " WS-FS-AUDIT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-REESCRIBIR-TABLA.
           OPEN OUTPUT PROD-TABLE
      * El status 05 es normal cuando OPEN OUTPUT crea un archivo
      * OPTIONAL que aun no existia; no es un error.
           IF WS-FS-PRODTAB NOT = "00" AND WS-FS-PRODTAB NOT = "05"
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR PRODTAB.DAT ("
                   "STATUS " WS-FS-PRODTAB ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-ESCRIBIR-ENTRADA
               VARYING PROD-IDX FROM 1 BY 1
               UNTIL PROD-IDX > WS-TOTAL-PRODUCTOS
           CLOSE PROD-TABLE.

       8100-ESCRIBIR-ENTRADA.
           IF WS-PROD-ESTADO(PROD-IDX) = "A"
               MOVE WS-PROD-CODIGO(PROD-IDX) TO PROD-CODIGO
               MOVE WS-PROD-DESCRIPCION(PROD-IDX)
                   TO PROD-DESCRIPCION
               MOVE WS-PROD-TASA(PROD-IDX) TO PROD-TASA-INTERES
               MOVE WS-PROD-PLAZO(PROD-IDX) TO PROD-PLAZO-ANIOS
               MOVE WS-PROD-VIGENCIA(PROD-IDX)
                   TO PROD-FECHA-VIGENCIA
               MOVE WS-PROD-FRECUENCIA(PROD-IDX)
                   TO PROD-FRECUENCIA
               WRITE PROD-RECORD
           END-IF.

       8500-REESCRIBIR-PENDIENTES.
      * Los decididos ya quedaron en PRODAUD.DAT; en PRODPEND.DAT
      * solo sigue lo que espera decision.
           OPEN OUTPUT PROD-PEND
           IF WS-FS-PEND NOT = "00" AND WS-FS-PEND NOT = "05"
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR PRODPEND.DAT ("
                   "STATUS " WS-FS-PEND ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8600-ESCRIBIR-PENDIENTE
               VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > WS-TOTAL-PENDIENTES
           CLOSE PROD-PEND.

       8600-ESCRIBIR-PENDIENTE.
           IF WS-PEND-DECISION(PEND-IDX) = SPACE
               MOVE WS-PEND-REGISTRO(PEND-IDX) TO PPEN-RECORD
               WRITE PPEN-RECORD
           END-IF.

       9000-TERMINAR.
           CLOSE PROD-AUDIT
           DISPLAY "APROBADOS: " WS-CONTADOR-APROBADOS
               " RECHAZADOS: " WS-CONTADOR-RECHAZADOS
               " PROPIOS (NO DECIDIDOS): " WS-CONTADOR-PROPIOS
           DISPLAY "FIN DE LA APROBACION DE PRODUCTOS.".
