       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCALE.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * MANTCALE                                               *
      *                                                        *
      * Mantenimiento del calendario de dias habiles           *
      * CALENDAR.DAT: altas y bajas por terminal de las fechas *
      * que se apartan de la regla general de lunes a viernes  *
      * habiles, es decir los feriados que caen entre semana   *
      * (tipo F) y los sabados o domingos que se trabajan      *
      * (tipo H). El calendario completo se carga en memoria   *
      * al arrancar, se trabaja sobre el y se reescribe al     *
      * terminar, y cada alta o baja queda asentada (tipo y    *
      * descripcion antes y despues, usuario y fecha) en el    *
      * archivo de auditoria CALAUD.DAT. La rutina FECHANEG lo *
      * consulta para fijar la fecha de negocio de cada noche  *
      * y el ultimo dia habil del mes, de modo que los         *
      * feriados del anio deben cargarse antes de que lleguen. *
      * La entrada exige la firma de un operador verificado    *
      * por FIRMAOPE contra OPERMAST.DAT con autorizacion de   *
      * mantenimiento.                                         *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT OPTIONAL CAL-AUDIT ASSIGN TO "CALAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO.
           COPY CALENREC.

       FD  CAL-AUDIT.
           COPY CALAUD.

       WORKING-STORAGE SECTION.
       01 WS-FS-CALENDARIO PIC XX.
       01 WS-FS-AUDIT PIC XX.
       01 WS-USUARIO PIC X(8).

       01 WS-ACCION PIC X.
           88 ACCION-ALTA VALUE "A".
           88 ACCION-BAJA VALUE "B".
           88 ACCION-LISTA VALUE "L".
           88 ACCION-FIN VALUE "F".
           88 ACCION-VALIDA VALUES "A" "B" "L" "F".

       01 WS-EOF-CALENDARIO PIC X VALUE "N".
           88 FIN-DE-CALENDARIO VALUE "S".
       01 WS-MAX-FECHAS PIC 9(3) VALUE 500.
       01 WS-TOTAL-FECHAS PIC 9(3) VALUE 0.
       01 WS-TABLA-CALENDARIO.
           05 WS-CAL-ENTRADA OCCURS 500 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-FECHA         PIC X(8).
               10 WS-CAL-TIPO          PIC X.
               10 WS-CAL-DESCRIPCION   PIC X(30).
               10 WS-CAL-ESTADO        PIC X.
       01 WS-ENTRADA-USAR PIC 9(3).

       01 WS-FECHA-ENTRADA PIC X(8) JUSTIFIED RIGHT.
       01 WS-FECHA-NUM REDEFINES WS-FECHA-ENTRADA PIC 9(8).
       01 WS-FECHA PIC X(8).
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-ES-VALIDA VALUE "S".
       01 WS-DIA-SEMANA PIC 9.

       01 WS-TIPO PIC X.

       01 WS-DESCRIPCION PIC X(30).
       01 WS-CONFIRMA PIC X.

           COPY FIRMLINK.

       01 WS-LINEA-LISTA.
           05 WS-L-FECHA          PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-TIPO           PIC X.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-DESCRIPCION    PIC X(30).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-PROCESAR-ACCION
               UNTIL ACCION-FIN
           PERFORM 8000-REESCRIBIR-CALENDARIO
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           DISPLAY "MANTENIMIENTO DEL CALENDARIO DE DIAS HABILES"
           MOVE "M" TO FIRMA-FUNCION
           CALL "FIRMAOPE" USING FIRMA-AREA
           IF FIRMA-RECHAZADA
               DISPLAY "ERROR: FIRMA DE OPERADOR RECHAZADA; EL "
                   "MANTENIMIENTO NO PUEDE CONTINUAR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FIRMA-ID TO WS-USUARIO
           PERFORM 1050-CARGAR-CALENDARIO
           OPEN EXTEND CAL-AUDIT
      * El status 05 es normal la primera vez que OPEN EXTEND crea
      * un archivo OPTIONAL que aun no existia; no es un error.
           IF WS-FS-AUDIT NOT = "00" AND WS-FS-AUDIT NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALAUD.DAT (STATUS "
                   WS-FS-AUDIT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-PEDIR-ACCION.

       1050-CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO NOT = "00"
                   AND WS-FS-CALENDARIO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALENDAR.DAT (STATUS "
                   WS-FS-CALENDARIO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1060-LEER-FECHA
               UNTIL FIN-DE-CALENDARIO
           CLOSE CALENDARIO.

       1060-LEER-FECHA.
           READ CALENDARIO
               AT END
                   SET FIN-DE-CALENDARIO TO TRUE
               NOT AT END
                   IF WS-TOTAL-FECHAS < WS-MAX-FECHAS
                       ADD 1 TO WS-TOTAL-FECHAS
                       MOVE CAL-FECHA
                           TO WS-CAL-FECHA(WS-TOTAL-FECHAS)
                       MOVE CAL-TIPO
                           TO WS-CAL-TIPO(WS-TOTAL-FECHAS)
                       MOVE CAL-DESCRIPCION
                           TO WS-CAL-DESCRIPCION(WS-TOTAL-FECHAS)
                       MOVE "A"
                           TO WS-CAL-ESTADO(WS-TOTAL-FECHAS)
                   ELSE
                       DISPLAY "ERROR: CALENDAR.DAT EXCEDE "
                           WS-MAX-FECHAS " FECHAS; NO SE PUEDE "
                           "MANTENER EN MEMORIA; ELIMINE LOS "
                           "ANIOS VENCIDOS."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1100-PEDIR-ACCION.
           DISPLAY " "
           DISPLAY "ACCION (A=ALTA, B=BAJA, L=LISTA, F=FIN): "
           ACCEPT WS-ACCION
           IF NOT ACCION-VALIDA
               DISPLAY "ERROR: ACCION DESCONOCIDA (" WS-ACCION "). "
                   "INTENTE DE NUEVO."
               MOVE SPACE TO WS-ACCION
           END-IF.

       2000-PROCESAR-ACCION.
           EVALUATE TRUE
               WHEN ACCION-ALTA
                   PERFORM 3000-ALTA-FECHA
               WHEN ACCION-BAJA
                   PERFORM 5000-BAJA-FECHA
               WHEN ACCION-LISTA
                   PERFORM 7000-LISTAR-CALENDARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT ACCION-FIN
               PERFORM 1100-PEDIR-ACCION
           END-IF.

       2100-PEDIR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA
           PERFORM 2110-OBTENER-FECHA
               UNTIL FECHA-ES-VALIDA.

       2110-OBTENER-FECHA.
           DISPLAY "FECHA (AAAAMMDD): "
           ACCEPT WS-FECHA-ENTRADA
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
                   MOVE WS-FECHA-ENTRADA TO WS-FECHA
      * 0 = lunes ... 6 = domingo, como en FECHANEG.
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(FUNCTION
                           INTEGER-OF-DATE(WS-FECHA-NUM) - 1, 7)
                   SET FECHA-ES-VALIDA TO TRUE
               END-IF
           END-IF.

       2200-DETERMINAR-TIPO.
      * El tipo se desprende del dia de la semana: entre semana
      * solo tiene sentido declarar un feriado, y en fin de semana
      * solo un dia habil extraordinario. Sin confirmacion el tipo
      * queda en blanco y el alta se cancela.
           IF WS-DIA-SEMANA < 5
               DISPLAY "DIA ENTRE SEMANA: SE REGISTRA COMO FERIADO "
                   "(F). CONFIRMA (S/N)? "
               MOVE "F" TO WS-TIPO
           ELSE
               DISPLAY "SABADO O DOMINGO: SE REGISTRA COMO DIA "
                   "HABIL EXTRAORDINARIO (H). CONFIRMA (S/N)? "
               MOVE "H" TO WS-TIPO
           END-IF
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE SPACE TO WS-TIPO
           END-IF.

       2500-BUSCAR-ENTRADA.
           MOVE 0 TO WS-ENTRADA-USAR
           SET CAL-IDX TO 1
           SEARCH WS-CAL-ENTRADA
               AT END
                   CONTINUE
               WHEN CAL-IDX > WS-TOTAL-FECHAS
                   CONTINUE
               WHEN WS-CAL-FECHA(CAL-IDX) = WS-FECHA
                       AND WS-CAL-ESTADO(CAL-IDX) = "A"
                   SET WS-ENTRADA-USAR TO CAL-IDX
           END-SEARCH.

       3000-ALTA-FECHA.
           PERFORM 2100-PEDIR-FECHA
           PERFORM 2500-BUSCAR-ENTRADA
           IF WS-ENTRADA-USAR > 0
               DISPLAY "ERROR: LA FECHA " WS-FECHA " YA ESTA EN EL "
                   "CALENDARIO COMO TIPO "
                   WS-CAL-TIPO(WS-ENTRADA-USAR) "."
           ELSE
               IF WS-TOTAL-FECHAS >= WS-MAX-FECHAS
                   DISPLAY "ERROR: EL CALENDARIO ESTA LLENO ("
                       WS-MAX-FECHAS " FECHAS); NO SE PUEDE DAR "
                       "DE ALTA."
               ELSE
                   PERFORM 2200-DETERMINAR-TIPO
                   IF WS-TIPO = SPACE
                       DISPLAY "ALTA CANCELADA."
                   ELSE
                       DISPLAY "DESCRIPCION (EJEMPLO: DIA DE LA "
                           "INDEPENDENCIA): "
                       ACCEPT WS-DESCRIPCION
                       ADD 1 TO WS-TOTAL-FECHAS
                       MOVE WS-TOTAL-FECHAS TO WS-ENTRADA-USAR
                       MOVE WS-FECHA TO WS-CAL-FECHA(WS-ENTRADA-USAR)
                       MOVE WS-TIPO TO WS-CAL-TIPO(WS-ENTRADA-USAR)
                       MOVE WS-DESCRIPCION
                           TO WS-CAL-DESCRIPCION(WS-ENTRADA-USAR)
                       MOVE "A" TO WS-CAL-ESTADO(WS-ENTRADA-USAR)
                       MOVE SPACE TO CAUD-TIPO-ANTERIOR
                       MOVE SPACES TO CAUD-DESCRIPCION-ANTERIOR
                       MOVE WS-TIPO TO CAUD-TIPO-NUEVO
                       MOVE WS-DESCRIPCION TO CAUD-DESCRIPCION-NUEVA
                       PERFORM 6000-REGISTRAR-AUDITORIA
                       DISPLAY "ALTA REGISTRADA: " WS-FECHA
                           " TIPO " WS-TIPO
                   END-IF
               END-IF
           END-IF.

       5000-BAJA-FECHA.
           PERFORM 2100-PEDIR-FECHA
           PERFORM 2500-BUSCAR-ENTRADA
           IF WS-ENTRADA-USAR = 0
               DISPLAY "ERROR: LA FECHA " WS-FECHA " NO ESTA EN EL "
                   "CALENDARIO."
           ELSE
               DISPLAY "FECHA A DAR DE BAJA: " WS-FECHA " TIPO "
                   WS-CAL-TIPO(WS-ENTRADA-USAR) " "
                   WS-CAL-DESCRIPCION(WS-ENTRADA-USAR)
               DISPLAY "CONFIRMA LA BAJA (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S"
                   MOVE "B" TO WS-CAL-ESTADO(WS-ENTRADA-USAR)
                   MOVE WS-CAL-TIPO(WS-ENTRADA-USAR)
                       TO CAUD-TIPO-ANTERIOR
                   MOVE WS-CAL-DESCRIPCION(WS-ENTRADA-USAR)
                       TO CAUD-DESCRIPCION-ANTERIOR
                   MOVE SPACE TO CAUD-TIPO-NUEVO
                   MOVE SPACES TO CAUD-DESCRIPCION-NUEVA
                   PERFORM 6000-REGISTRAR-AUDITORIA
                   DISPLAY "BAJA REGISTRADA: " WS-FECHA
               ELSE
                   DISPLAY "BAJA CANCELADA."
               END-IF
           END-IF.

       6000-REGISTRAR-AUDITORIA.
      * Las imagenes anterior y nueva ya vienen armadas por el alta
      * o la baja.
           MOVE FUNCTION CURRENT-DATE TO CAUD-TIMESTAMP
           MOVE WS-USUARIO TO CAUD-USUARIO
           MOVE WS-ACCION TO CAUD-ACCION
           MOVE WS-FECHA TO CAUD-FECHA
           WRITE CAUD-RECORD
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR LA AUDITORIA ("
                   "STATUS " WS-FS-AUDIT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       7000-LISTAR-CALENDARIO.
           IF WS-TOTAL-FECHAS = 0
               DISPLAY "EL CALENDARIO ESTA VACIO: SOLO RIGE LA REGLA "
                   "DE LUNES A VIERNES."
           ELSE
               DISPLAY "FECHA     T  DESCRIPCION"
               PERFORM 7100-LISTAR-ENTRADA
                   VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-TOTAL-FECHAS
           END-IF.

       7100-LISTAR-ENTRADA.
           IF WS-CAL-ESTADO(CAL-IDX) = "A"
               MOVE WS-CAL-FECHA(CAL-IDX) TO WS-L-FECHA
               MOVE WS-CAL-TIPO(CAL-IDX) TO WS-L-TIPO
               MOVE WS-CAL-DESCRIPCION(CAL-IDX) TO WS-L-DESCRIPCION
               DISPLAY WS-LINEA-LISTA
           END-IF.

       8000-REESCRIBIR-CALENDARIO.
           OPEN OUTPUT CALENDARIO
      * El status 05 es normal cuando OPEN OUTPUT crea un archivo
      * OPTIONAL que aun no existia; no es un error.
           IF WS-FS-CALENDARIO NOT = "00"
                   AND WS-FS-CALENDARIO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR CALENDAR.DAT ("
                   "STATUS " WS-FS-CALENDARIO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-ESCRIBIR-ENTRADA
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-TOTAL-FECHAS
           CLOSE CALENDARIO
           CLOSE CAL-AUDIT.

       8100-ESCRIBIR-ENTRADA.
           IF WS-CAL-ESTADO(CAL-IDX) = "A"
               MOVE WS-CAL-FECHA(CAL-IDX) TO CAL-FECHA
               MOVE WS-CAL-TIPO(CAL-IDX) TO CAL-TIPO
               MOVE WS-CAL-DESCRIPCION(CAL-IDX) TO CAL-DESCRIPCION
               WRITE CAL-RECORD
           END-IF.

       9000-TERMINAR.
           DISPLAY "FIN DEL MANTENIMIENTO DEL CALENDARIO.".
