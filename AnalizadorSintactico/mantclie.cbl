      * baja de clientes solo se permite a un operador de      *
      * nivel supervisor.                                      *
      *                                                        *
      * La accion E cambia el estado de la cuenta (A = activa, *
      * B = bloqueada, C = cerrada) con su fecha efectiva y el *
      * motivo, tambien auditados en CUSTAUD.DAT. Bloquear y   *
      * desbloquear lo puede hacer cualquier operador de       *
      * mantenimiento; cerrar o reabrir una cuenta requiere    *
      * nivel supervisor. Una cuenta con historia en           *
      * CALCHIST.DAT no se puede dar de baja: se cierra, para  *
      * que conserve su historia y su estado de cuenta final.  *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT OPTIONAL CALC-HIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST.
       FD  CUST-AUDIT.
           COPY CUSTAUD.

       FD  CALC-HIST.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 WS-FS-CUSTMAST PIC XX.
       01 WS-FS-AUDIT PIC XX.
       01 WS-FS-HIST PIC XX.

       01 WS-USUARIO PIC X(8).
       01 WS-ACCION PIC X.
           88 ACCION-ALTA VALUE "A".
           88 ACCION-CAMBIO VALUE "C".
           88 ACCION-BAJA VALUE "B".
           88 ACCION-ESTADO VALUE "E".
           88 ACCION-FIN VALUE "F".
           88 ACCION-VALIDA VALUES "A" "C" "B" "E" "F".

       01 WS-CUENTA PIC 9(6).
       01 WS-CUENTA-ENTRADA PIC X(6) JUSTIFIED RIGHT.

       01 WS-CONFIRMA PIC X.

      * Estado de la cuenta: la imagen anterior y la nueva para la
      * auditoria, la fecha efectiva (en blanco = hoy, nunca
      * futura) y el motivo del cambio.
       01 WS-FECHA-HOY PIC X(8).
       01 WS-ESTADO PIC X.
           88 ESTADO-ACTIVA VALUE "A".
           88 ESTADO-BLOQUEADA VALUE "B".
           88 ESTADO-CERRADA VALUE "C".
           88 ESTADO-ES-VALIDO VALUES "A" "B" "C".
       01 WS-ESTADO-ANTERIOR PIC X.
       01 WS-FECHA-ESTADO PIC X(8).
       01 WS-FECHA-ANTERIOR PIC X(8).
       01 WS-MOTIVO-ESTADO PIC X(30).
       01 WS-FECHA-ENTRADA PIC X(8) JUSTIFIED RIGHT.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-ENTRADA PIC 9(8).
       01 WS-DATO-VALIDO PIC X VALUE "N".
           88 DATO-ES-VALIDO VALUE "S".

       01 WS-TIENE-HISTORIA PIC X VALUE "N".
           88 CUENTA-CON-HISTORIA VALUE "S".

           COPY FIRMLINK.

       PROCEDURE DIVISION.
               STOP RUN
           END-IF
           MOVE FIRMA-ID TO WS-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           OPEN I-O CUSTMAST
      * El status 05 es normal la primera vez que OPEN I-O crea un
      * archivo OPTIONAL que aun no existia; no es un error.

       1100-PEDIR-ACCION.
           DISPLAY " "
           DISPLAY "ACCION (A=ALTA, C=CAMBIO, E=ESTADO, B=BAJA, "
               "F=FIN): "
           ACCEPT WS-ACCION
           IF NOT ACCION-VALIDA
               DISPLAY "ERROR: ACCION DESCONOCIDA (" WS-ACCION "). "
                   PERFORM 3000-ALTA-CLIENTE
               WHEN ACCION-CAMBIO
                   PERFORM 4000-CAMBIO-CLIENTE
               WHEN ACCION-ESTADO
                   PERFORM 7000-CAMBIO-ESTADO
               WHEN ACCION-BAJA
      * La baja destruye el registro del cliente; solo un
      * operador de nivel supervisor puede hacerla.
           PERFORM 2200-PEDIR-NOMBRE
           MOVE WS-CUENTA TO CUST-CUENTA
           MOVE WS-NOMBRE TO CUST-NOMBRE
           MOVE "A" TO CUST-ESTADO
           MOVE WS-FECHA-HOY TO CUST-FECHA-ESTADO
           MOVE "ALTA DE CLIENTE" TO CUST-MOTIVO-ESTADO
           MOVE CUST-ESTADO TO WS-ESTADO
           MOVE CUST-FECHA-ESTADO TO WS-FECHA-ESTADO
           MOVE CUST-MOTIVO-ESTADO TO WS-MOTIVO-ESTADO
           WRITE CUST-RECORD
               INVALID KEY
                   DISPLAY "ERROR: LA CUENTA " WS-CUENTA " YA EXISTE; "
                       "USE CAMBIO PARA MODIFICARLA."
               NOT INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-ANTERIOR
                   MOVE SPACE TO WS-ESTADO-ANTERIOR
                   PERFORM 6000-REGISTRAR-AUDITORIA
                   DISPLAY "ALTA REGISTRADA: " WS-CUENTA
           END-WRITE.
                       "USE ALTA PARA CREARLA."
               NOT INVALID KEY
                   MOVE CUST-NOMBRE TO WS-NOMBRE-ANTERIOR
                   MOVE CUST-ESTADO TO WS-ESTADO-ANTERIOR
                   DISPLAY "NOMBRE ACTUAL..: " CUST-NOMBRE
                   PERFORM 2200-PEDIR-NOMBRE
                   MOVE WS-NOMBRE TO CUST-NOMBRE
                   MOVE CUST-ESTADO TO WS-ESTADO
                   MOVE CUST-FECHA-ESTADO TO WS-FECHA-ESTADO
                   MOVE CUST-MOTIVO-ESTADO TO WS-MOTIVO-ESTADO
                   REWRITE CUST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO REESCRIBIR LA "
                   DISPLAY "ERROR: LA CUENTA " WS-CUENTA " NO EXISTE."
               NOT INVALID KEY
                   MOVE CUST-NOMBRE TO WS-NOMBRE-ANTERIOR
                   MOVE CUST-ESTADO TO WS-ESTADO-ANTERIOR
                   PERFORM 5100-VERIFICAR-HISTORIA
                   IF CUENTA-CON-HISTORIA
                       DISPLAY "ERROR: LA CUENTA " WS-CUENTA " TIENE "
                           "HISTORIA EN CALCHIST.DAT; USE LA ACCION E "
                           "PARA CERRARLA."
                   ELSE
                       PERFORM 5200-CONFIRMAR-BAJA
                   END-IF
           END-READ.

       5100-VERIFICAR-HISTORIA.
      * La baja es para corregir un alta equivocada; un cliente
      * que ya opero se cierra para no dejar historia huerfana.
           MOVE "N" TO WS-TIENE-HISTORIA
           OPEN INPUT CALC-HIST
           EVALUATE WS-FS-HIST
               WHEN "00"
                   MOVE WS-CUENTA TO HIST-CUENTA
                   MOVE LOW-VALUES TO HIST-FECHA
                   MOVE LOW-VALUES TO HIST-HORA
                   START CALC-HIST KEY NOT LESS THAN HIST-LLAVE
                       NOT INVALID KEY
                           READ CALC-HIST NEXT RECORD
                               NOT AT END
                                   IF HIST-CUENTA = WS-CUENTA
                                       SET CUENTA-CON-HISTORIA TO TRUE
                                   END-IF
                           END-READ
                   END-START
                   CLOSE CALC-HIST
      * El status 05 es normal mientras CARGHIST no haya cargado
      * historia alguna: ninguna cuenta tiene calculos.
               WHEN "05"
                   CLOSE CALC-HIST
               WHEN OTHER
      * Sin poder leer la historia no se puede probar que la
      * cuenta no la tenga; la baja no se permite.
                   DISPLAY "ERROR: NO SE PUDO ABRIR CALCHIST.DAT "
                       "(STATUS " WS-FS-HIST ")"
                   SET CUENTA-CON-HISTORIA TO TRUE
           END-EVALUATE.

       5200-CONFIRMAR-BAJA.
           DISPLAY "CLIENTE A DAR DE BAJA: " CUST-NOMBRE
           DISPLAY "CONFIRMA LA BAJA (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S"
               DELETE CUSTMAST
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO BORRAR LA "
                           "CUENTA " WS-CUENTA " (STATUS "
                           WS-FS-CUSTMAST ")"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-NOMBRE
                       MOVE SPACE TO WS-ESTADO
                       MOVE SPACES TO WS-FECHA-ESTADO
                       MOVE SPACES TO WS-MOTIVO-ESTADO
                       PERFORM 6000-REGISTRAR-AUDITORIA
                       DISPLAY "BAJA REGISTRADA: " WS-CUENTA
               END-DELETE
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF.

       6000-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-USUARIO TO AUD-USUARIO
           MOVE WS-CUENTA TO AUD-CUENTA
           MOVE WS-NOMBRE-ANTERIOR TO AUD-NOMBRE-ANTERIOR
           MOVE WS-NOMBRE TO AUD-NOMBRE-NUEVO
           MOVE WS-ESTADO-ANTERIOR TO AUD-ESTADO-ANTERIOR
           MOVE WS-ESTADO TO AUD-ESTADO-NUEVO
           MOVE WS-FECHA-ESTADO TO AUD-FECHA-ESTADO
           MOVE WS-MOTIVO-ESTADO TO AUD-MOTIVO-ESTADO
           WRITE AUD-RECORD
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR LA AUDITORIA ("
               STOP RUN
           END-IF.

       7000-CAMBIO-ESTADO.
           PERFORM 2100-PEDIR-CUENTA
           MOVE WS-CUENTA TO CUST-CUENTA
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "ERROR: LA CUENTA " WS-CUENTA " NO EXISTE."
               NOT INVALID KEY
                   PERFORM 7100-MOSTRAR-ESTADO
                   PERFORM 7200-PEDIR-ESTADO
                   IF WS-ESTADO = WS-ESTADO-ANTERIOR
                       DISPLAY "ERROR: LA CUENTA YA ESTA EN ESTADO "
                           WS-ESTADO "; NO HAY CAMBIO."
                   ELSE
      * Cerrar o reabrir una cuenta corta o reanuda su historia
      * y su estado de cuenta; solo lo hace un supervisor.
                       IF (ESTADO-CERRADA OR WS-ESTADO-ANTERIOR = "C")
                               AND NOT FIRMA-SUPERVISOR
                           DISPLAY "ERROR: CERRAR O REABRIR UNA "
                               "CUENTA REQUIERE UN OPERADOR DE NIVEL "
                               "SUPERVISOR."
                       ELSE
                           PERFORM 7300-PEDIR-FECHA-ESTADO
                           PERFORM 7400-PEDIR-MOTIVO
                           PERFORM 7500-APLICAR-ESTADO
                       END-IF
                   END-IF
           END-READ.

       7100-MOSTRAR-ESTADO.
           MOVE CUST-NOMBRE TO WS-NOMBRE-ANTERIOR
           MOVE CUST-NOMBRE TO WS-NOMBRE
      * Un cliente anterior al campo de estado lo trae en blanco
      * y esta activo.
           IF CUST-ACTIVA
               MOVE "A" TO WS-ESTADO-ANTERIOR
           ELSE
               MOVE CUST-ESTADO TO WS-ESTADO-ANTERIOR
           END-IF
           MOVE CUST-FECHA-ESTADO TO WS-FECHA-ANTERIOR
           DISPLAY "CLIENTE........: " CUST-NOMBRE
           DISPLAY "ESTADO ACTUAL..: " WS-ESTADO-ANTERIOR
               " DESDE " CUST-FECHA-ESTADO " " CUST-MOTIVO-ESTADO.

       7200-PEDIR-ESTADO.
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM 7210-OBTENER-ESTADO
               UNTIL DATO-ES-VALIDO.

       7210-OBTENER-ESTADO.
           DISPLAY "NUEVO ESTADO (A=ACTIVA, B=BLOQUEADA, "
               "C=CERRADA): "
           ACCEPT WS-ESTADO
           IF ESTADO-ES-VALIDO
               SET DATO-ES-VALIDO TO TRUE
           ELSE
               DISPLAY "ERROR: ESTADO DESCONOCIDO (" WS-ESTADO "). "
                   "INTENTE DE NUEVO."
           END-IF.

       7300-PEDIR-FECHA-ESTADO.
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM 7310-OBTENER-FECHA-ESTADO
               UNTIL DATO-ES-VALIDO.

       7310-OBTENER-FECHA-ESTADO.
      * La fecha efectiva no puede ser futura: el estado rige
      * desde que se registra. Tampoco puede ser anterior a la
      * del estado que reemplaza.
           DISPLAY "FECHA EFECTIVA (AAAAMMDD, EN BLANCO = HOY): "
           ACCEPT WS-FECHA-ENTRADA
           IF WS-FECHA-ENTRADA = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
           END-IF
           INSPECT WS-FECHA-ENTRADA
               REPLACING LEADING SPACE BY ZERO
           IF WS-FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY "ERROR: LA FECHA DEBE SER NUMERICA "
                   "(AAAAMMDD). INTENTE DE NUEVO."
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUM) NOT = 0
                   DISPLAY "ERROR: LA FECHA " WS-FECHA-ENTRADA
                       " NO EXISTE. INTENTE DE NUEVO."
               ELSE
                   IF WS-FECHA-ENTRADA > WS-FECHA-HOY
                       DISPLAY "ERROR: LA FECHA EFECTIVA NO PUEDE "
                           "SER FUTURA. INTENTE DE NUEVO."
                   ELSE
                       IF WS-FECHA-ANTERIOR IS NUMERIC
                               AND WS-FECHA-ENTRADA < WS-FECHA-ANTERIOR
                           DISPLAY "ERROR: LA FECHA ES ANTERIOR A LA "
                               "DEL ESTADO ACTUAL ("
                               WS-FECHA-ANTERIOR "). INTENTE DE NUEVO."
                       ELSE
                           MOVE WS-FECHA-ENTRADA TO WS-FECHA-ESTADO
                           SET DATO-ES-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       7400-PEDIR-MOTIVO.
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM 7410-OBTENER-MOTIVO
               UNTIL DATO-ES-VALIDO.

       7410-OBTENER-MOTIVO.
           DISPLAY "MOTIVO DEL CAMBIO DE ESTADO: "
           ACCEPT WS-MOTIVO-ESTADO
           IF WS-MOTIVO-ESTADO = SPACES
               DISPLAY "ERROR: EL MOTIVO NO PUEDE QUEDAR EN BLANCO. "
                   "INTENTE DE NUEVO."
           ELSE
               SET DATO-ES-VALIDO TO TRUE
           END-IF.

       7500-APLICAR-ESTADO.
           IF ESTADO-CERRADA
               DISPLAY "CONFIRMA EL CIERRE DE LA CUENTA (S/N)? "
               ACCEPT WS-CONFIRMA
           ELSE
               MOVE "S" TO WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = "S"
               MOVE WS-ESTADO TO CUST-ESTADO
               MOVE WS-FECHA-ESTADO TO CUST-FECHA-ESTADO
               MOVE WS-MOTIVO-ESTADO TO CUST-MOTIVO-ESTADO
               REWRITE CUST-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO REESCRIBIR LA "
                           "CUENTA " WS-CUENTA " (STATUS "
                           WS-FS-CUSTMAST ")"
                   NOT INVALID KEY
                       PERFORM 6000-REGISTRAR-AUDITORIA
                       DISPLAY "ESTADO REGISTRADO: " WS-CUENTA " "
                           WS-ESTADO " DESDE " WS-FECHA-ESTADO
               END-REWRITE
           ELSE
               DISPLAY "CAMBIO DE ESTADO CANCELADO."
           END-IF.

       9000-TERMINAR.
           CLOSE CUSTMAST
           CLOSE CUST-AUDIT
