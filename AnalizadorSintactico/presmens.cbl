       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESMENS.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * PRESMENS                                               *
      *                                                        *
      * Cierre mensual de la cartera de prestamos: recorre el  *
      * maestro PRESTAMO.DAT y envejece cada prestamo activo   *
      * un periodo por cada pago vencido hasta el mes de la    *
      * fecha de negocio (un prestamo mensual vence cada mes,  *
      * uno trimestral cada tres y uno anual cada doce, a      *
      * contar del mes de alta). Cada periodo separa interes y *
      * capital igual que la tabla de amortizacion de          *
      * USODEACCB: el interes es el saldo por la tasa del      *
      * periodo, el capital es el pago menos el interes, y el  *
      * ultimo periodo liquida el saldo completo. El devengo   *
      * del interes se agrega al posteo de la noche GLPOST.DAT *
      * como pareja balanceada de cargo y abono, rehaciendo el *
      * pie de control. Deja en PRESRPT.DAT el detalle de los  *
      * periodos envejecidos y el saldo insoluto de la cartera *
      * para finanzas. Un prestamo ya envejecido hasta el mes  *
      * no se vuelve a tocar, de modo que repetir el cierre no *
      * duplica devengos.                                      *
      *                                                        *
      * El posteo es el punto de confirmacion: una primera     *
      * pasada calcula el envejecimiento sin tocar el maestro  *
      * y escribe los devengos, se rehace GLPOST.DAT, y solo   *
      * entonces una segunda pasada regraba los prestamos. Si  *
      * el cierre se cae entre las dos, al repetirlo el posteo *
      * de la noche ya trae los devengos (cuenta 130200): no   *
      * se agregan de nuevo y solo se completan las            *
      * regrabaciones pendientes.                              *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESTAMOS ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRES-LLAVE
               FILE STATUS IS WS-FS-PRESTAMO.

           SELECT OPTIONAL GL-POSTING ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

           SELECT GL-TRABAJO ASSIGN TO "GLPOSTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.

           SELECT PRES-REPORTE ASSIGN TO "PRESRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS.
           COPY PRESTREC.

       FD  GL-POSTING.
           COPY GLPOSREC.

       FD  GL-TRABAJO.
       01  GLW-RECORD             PIC X(51).

       FD  PRES-REPORTE.
       01  PRPT-RECORD.
           05 PRPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRESTAMO PIC XX.
       01 WS-FS-GLPOST PIC XX.
       01 WS-FS-TRABAJO PIC XX.
       01 WS-FS-REPORTE PIC XX.

       01 WS-EOF-PRESTAMO PIC X VALUE "N".
           88 FIN-DE-PRESTAMOS VALUE "S".
       01 WS-EOF-GLPOST PIC X VALUE "N".
           88 FIN-DE-POSTEO VALUE "S".
       01 WS-EOF-TRABAJO PIC X VALUE "N".
           88 FIN-DE-TRABAJO VALUE "S".
       01 WS-PIE-RECIBIDO PIC X VALUE "N".
           88 PIE-RECIBIDO VALUE "S".
       01 WS-DEVENGOS-POSTEADOS PIC X VALUE "N".
           88 DEVENGOS-YA-POSTEADOS VALUE "S".

       01 WS-FECHA-CORRIDA PIC X(8).
           COPY FECHLINK.
       01 WS-MES-CORRIDA PIC X(6).
       01 WS-MES-CORRIDA-NUM REDEFINES WS-MES-CORRIDA.
           05 WS-MC-ANIO          PIC 9(4).
           05 WS-MC-MES           PIC 9(2).
       01 WS-MES-ALTA PIC X(6).
       01 WS-MES-ALTA-NUM REDEFINES WS-MES-ALTA.
           05 WS-MA-ANIO          PIC 9(4).
           05 WS-MA-MES           PIC 9(2).

      * El devengo del interes de la cartera se carga a intereses
      * por cobrar y se abona a ingresos por intereses, aparte de
      * las cuentas del calculo de la noche.
       01 WS-CUENTA-GL-INT-CARGO PIC X(6) VALUE "130200".
       01 WS-CUENTA-GL-INT-ABONO PIC X(6) VALUE "410200".
       01 WS-GLPOST-CONTADOR PIC 9(9) VALUE 0.
       01 WS-GLPOST-HASH PIC 9(11)V99 VALUE 0.
       01 WS-PIE-CONTADOR PIC 9(9) VALUE 0.
       01 WS-PIE-HASH PIC 9(11)V99 VALUE 0.

       01 WS-PAGOS-POR-ANIO PIC 9(2).
       01 WS-MESES-PERIODO PIC 9(2).
       01 WS-MESES-TRANSCURRIDOS PIC S9(5).
       01 WS-PERIODOS-VENCIDOS PIC 9(5).
       01 WS-TASA-PERIODO PIC 9V9(6).
       01 WS-INTERES-PERIODO PIC S9(9)V99.
       01 WS-CAPITAL-PERIODO PIC S9(9)V99.
       01 WS-PERIODOS-ANTES PIC 9(4).

       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-ACTIVOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-ENVEJECIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-PERIODOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-LIQUIDADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-INVALIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-REGRABADOS PIC 9(9) VALUE 0.
       01 WS-TOTAL-INTERES PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CAPITAL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-SALDO PIC S9(11)V99 VALUE 0.

       01 WS-NUM-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01 WS-ENCABEZADO-1.
           05 FILLER             PIC X(10) VALUE "COBCALC - ".
           05 FILLER             PIC X(30)
               VALUE "CIERRE DE PRESTAMOS DEL MES ".
           05 WS-E-MES            PIC X(6).
           05 FILLER             PIC X(10) VALUE "  PAGINA: ".
           05 WS-E-PAGINA         PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER             PIC X(6) VALUE "CUENTA".
           05 FILLER             PIC X(5) VALUE " PROD".
           05 FILLER             PIC X(8) VALUE " PERIODO".
           05 FILLER             PIC X(15) VALUE "        INTERES".
           05 FILLER             PIC X(15) VALUE "        CAPITAL".
           05 FILLER             PIC X(16) VALUE "           SALDO".
           05 FILLER             PIC X(4) VALUE " EST".

       01 WS-LINEA-DETALLE.
           05 WS-D-CUENTA         PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-D-PRODUCTO       PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-D-PERIODO        PIC ZZZ9.
           05 FILLER             PIC X VALUE "/".
           05 WS-D-NUM-PERIODOS   PIC 9(4).
           05 FILLER             PIC X VALUE SPACES.
           05 WS-D-INTERES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X VALUE SPACES.
           05 WS-D-CAPITAL        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X VALUE SPACES.
           05 WS-D-SALDO          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-D-ESTADO         PIC X.

       01 WS-LINEA-TOTALES-1.
           05 FILLER             PIC X(20)
               VALUE "PRESTAMOS LEIDOS:".
           05 WS-T-LEIDOS         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE " ENVEJECIDOS:".
           05 WS-T-ENVEJECIDOS    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " PERIODOS:".
           05 WS-T-PERIODOS       PIC ZZZ,ZZ9.

       01 WS-LINEA-TOTALES-2.
           05 FILLER             PIC X(20)
               VALUE "LIQUIDADOS EN MES:".
           05 WS-T-LIQUIDADOS     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE " INVALIDOS:".
           05 WS-T-INVALIDOS      PIC ZZZ,ZZ9.

       01 WS-LINEA-TOTALES-3.
           05 FILLER             PIC X(28)
               VALUE "INTERES DEVENGADO (GL).....:".
           05 WS-T-INTERES        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LINEA-TOTALES-4.
           05 FILLER             PIC X(28)
               VALUE "CAPITAL AMORTIZADO.........:".
           05 WS-T-CAPITAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LINEA-TOTALES-5.
           05 FILLER             PIC X(28)
               VALUE "SALDO INSOLUTO DE CARTERA..:".
           05 WS-T-SALDO          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(10) VALUE " ACTIVOS:".
           05 WS-T-ACTIVOS        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-PROCESAR-PRESTAMO
               UNTIL FIN-DE-PRESTAMOS
           PERFORM 8000-CERRAR-POSTEO
           PERFORM 3000-REGRABAR-PRESTAMOS
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-CORRIDA
           MOVE WS-FECHA-CORRIDA(1:6) TO WS-MES-CORRIDA
           DISPLAY "CIERRE MENSUAL DE PRESTAMOS DEL MES "
               WS-MES-CORRIDA
      * La primera pasada solo lee el maestro; se regraba despues
      * de confirmar los devengos en GLPOST.DAT.
           OPEN INPUT PRESTAMOS
      * El status 05 es normal cuando el maestro OPTIONAL aun no
      * existe: no hay prestamos que envejecer.
           IF WS-FS-PRESTAMO NOT = "00" AND WS-FS-PRESTAMO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRESTAMO.DAT (STATUS "
                   WS-FS-PRESTAMO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRES-REPORTE
           IF WS-FS-REPORTE NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRESRPT.DAT (STATUS "
                   WS-FS-REPORTE ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-PREPARAR-POSTEO
           PERFORM 2100-LEER-PRESTAMO.

       1100-PREPARAR-POSTEO.
      * El posteo de la noche ya lleva su pie de control: se copia
      * sin el pie a un archivo de trabajo, verificando la cuenta y
      * el total de comprobacion, para agregarle los devengos y
      * rehacer el pie al final. Si la noche no produjo posteo se
      * arranca uno nuevo con su encabezado.
           OPEN OUTPUT GL-TRABAJO
           IF WS-FS-TRABAJO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR GLPOSTW.DAT (STATUS "
                   WS-FS-TRABAJO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GL-POSTING
           IF WS-FS-GLPOST NOT = "00" AND WS-FS-GLPOST NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR GLPOST.DAT (STATUS "
                   WS-FS-GLPOST ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GL-POSTING
               AT END
                   SET FIN-DE-POSTEO TO TRUE
           END-READ
           IF FIN-DE-POSTEO
               MOVE SPACES TO GLPOST-RECORD
               MOVE "H" TO GLPOST-TIPO
               MOVE WS-FECHA-CORRIDA TO GLPOST-H-FECHA
               MOVE "COBCALC" TO GLPOST-H-SISTEMA
               MOVE GLPOST-RECORD TO GLW-RECORD
               WRITE GLW-RECORD
               SET PIE-RECIBIDO TO TRUE
           ELSE
               IF GLPOST-TIPO NOT = "H"
                       OR GLPOST-H-FECHA NOT = WS-FECHA-CORRIDA
                   DISPLAY "ERROR: GLPOST.DAT NO ES EL POSTEO DE LA "
                       "FECHA DE NEGOCIO " WS-FECHA-CORRIDA
                       " (TIPO " GLPOST-TIPO " FECHA " GLPOST-H-FECHA
                       "); NO SE AGREGAN DEVENGOS."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE GLPOST-RECORD TO GLW-RECORD
               WRITE GLW-RECORD
               PERFORM 1150-COPIAR-POSTEO
                   UNTIL FIN-DE-POSTEO
           END-IF
           CLOSE GL-POSTING
           IF NOT PIE-RECIBIDO
               DISPLAY "ERROR: GLPOST.DAT NO TIENE PIE DE CONTROL; "
                   "NO SE AGREGAN DEVENGOS A UN POSTEO INCOMPLETO."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PIE-CONTADOR NOT = WS-GLPOST-CONTADOR
                   OR WS-PIE-HASH NOT = WS-GLPOST-HASH
               DISPLAY "ERROR: EL PIE DE GLPOST.DAT NO CUADRA (LINEAS "
                   WS-PIE-CONTADOR " CONTRA " WS-GLPOST-CONTADOR
                   "; TOTAL " WS-PIE-HASH " CONTRA " WS-GLPOST-HASH
                   ")."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DEVENGOS-YA-POSTEADOS
               DISPLAY "ADVERTENCIA: GLPOST.DAT YA TRAE LOS DEVENGOS "
                   "DE UN CIERRE ANTERIOR DE ESTA NOCHE; SOLO SE "
                   "COMPLETA LA REGRABACION DE PRESTAMOS."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1150-COPIAR-POSTEO.
           READ GL-POSTING
               AT END
                   SET FIN-DE-POSTEO TO TRUE
               NOT AT END
                   EVALUATE GLPOST-TIPO
                       WHEN "D"
      * Solo este cierre postea a la cuenta de intereses por
      * cobrar de la cartera: si ya esta en el posteo de la noche,
      * un cierre anterior confirmo los devengos.
                           IF GLPOST-D-CUENTA-GL
                                   = WS-CUENTA-GL-INT-CARGO
                               SET DEVENGOS-YA-POSTEADOS TO TRUE
                           END-IF
                           ADD 1 TO WS-GLPOST-CONTADOR
                           ADD GLPOST-D-MONTO TO WS-GLPOST-HASH
                           MOVE GLPOST-RECORD TO GLW-RECORD
                           WRITE GLW-RECORD
                       WHEN "T"
                           MOVE GLPOST-T-CONTADOR TO WS-PIE-CONTADOR
                           MOVE GLPOST-T-HASH TO WS-PIE-HASH
                           SET PIE-RECIBIDO TO TRUE
                       WHEN OTHER
                           DISPLAY "ERROR: REGISTRO DE TIPO "
                               GLPOST-TIPO " INESPERADO EN "
                               "GLPOST.DAT."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

       2000-PROCESAR-PRESTAMO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF PRES-ESTADO = "A"
               IF PRES-FECHA-ALTA(1:6) IS NOT NUMERIC
                       OR PRES-SALDO IS NOT NUMERIC
                       OR PRES-PERIODOS-PAGADOS IS NOT NUMERIC
                   ADD 1 TO WS-CONTADOR-INVALIDOS
                   DISPLAY "ADVERTENCIA: PRESTAMO " PRES-CUENTA " "
                       PRES-PRODUCTO " CON DATOS NO NUMERICOS; SE "
                       "DEJA SIN ENVEJECER."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 2200-CALCULAR-VENCIDOS
                   MOVE PRES-PERIODOS-PAGADOS TO WS-PERIODOS-ANTES
                   PERFORM 2300-ENVEJECER-PERIODO
                       UNTIL PRES-PERIODOS-PAGADOS
                               >= WS-PERIODOS-VENCIDOS
                           OR PRES-ESTADO NOT = "A"
                   IF PRES-PERIODOS-PAGADOS > WS-PERIODOS-ANTES
                       ADD 1 TO WS-CONTADOR-ENVEJECIDOS
                   END-IF
                   IF PRES-ESTADO = "A"
                       ADD 1 TO WS-CONTADOR-ACTIVOS
                       ADD PRES-SALDO TO WS-TOTAL-SALDO
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LEER-PRESTAMO.

       2100-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   SET FIN-DE-PRESTAMOS TO TRUE
           END-READ.

       2200-CALCULAR-VENCIDOS.
      * Los pagos vencidos se cuentan en meses desde el alta: el
      * primer pago de un prestamo mensual vence el mes siguiente
      * al de alta, el de uno trimestral tres meses despues. Si se
      * salto algun cierre, el prestamo se pone al dia periodo a
      * periodo.
           EVALUATE PRES-FRECUENCIA
               WHEN "M"
                   MOVE 12 TO WS-PAGOS-POR-ANIO
               WHEN "T"
                   MOVE 4 TO WS-PAGOS-POR-ANIO
               WHEN OTHER
                   MOVE 1 TO WS-PAGOS-POR-ANIO
           END-EVALUATE
           COMPUTE WS-MESES-PERIODO = 12 / WS-PAGOS-POR-ANIO
           COMPUTE WS-TASA-PERIODO ROUNDED =
               PRES-TASA / WS-PAGOS-POR-ANIO
           MOVE PRES-FECHA-ALTA(1:6) TO WS-MES-ALTA
           COMPUTE WS-MESES-TRANSCURRIDOS =
               (WS-MC-ANIO * 12 + WS-MC-MES)
               - (WS-MA-ANIO * 12 + WS-MA-MES)
           IF WS-MESES-TRANSCURRIDOS < 0
               MOVE 0 TO WS-PERIODOS-VENCIDOS
           ELSE
               COMPUTE WS-PERIODOS-VENCIDOS =
                   WS-MESES-TRANSCURRIDOS / WS-MESES-PERIODO
           END-IF
           IF WS-PERIODOS-VENCIDOS > PRES-NUM-PERIODOS
               MOVE PRES-NUM-PERIODOS TO WS-PERIODOS-VENCIDOS
           END-IF.

       2300-ENVEJECER-PERIODO.
           PERFORM 2350-CALCULAR-PERIODO
           ADD 1 TO WS-CONTADOR-PERIODOS
           IF PRES-ESTADO = "L"
               ADD 1 TO WS-CONTADOR-LIQUIDADOS
           END-IF
           ADD WS-INTERES-PERIODO TO WS-TOTAL-INTERES
           ADD WS-CAPITAL-PERIODO TO WS-TOTAL-CAPITAL
           IF WS-INTERES-PERIODO > 0
                   AND NOT DEVENGOS-YA-POSTEADOS
               PERFORM 2400-POSTEAR-INTERES
           END-IF
           PERFORM 2500-ESCRIBIR-DETALLE.

       2350-CALCULAR-PERIODO.
      * Las dos pasadas envejecen con este mismo calculo, asi que
      * la regrabacion deja el prestamo igual que lo que se posteo.
           ADD 1 TO PRES-PERIODOS-PAGADOS
           COMPUTE WS-INTERES-PERIODO ROUNDED =
               PRES-SALDO * WS-TASA-PERIODO
           IF PRES-PERIODOS-PAGADOS >= PRES-NUM-PERIODOS
      * El ultimo periodo liquida el saldo restante completo para
      * que el prestamo cierre en cero a pesar de los redondeos.
               MOVE PRES-SALDO TO WS-CAPITAL-PERIODO
               MOVE 0 TO PRES-SALDO
               MOVE "L" TO PRES-ESTADO
           ELSE
               COMPUTE WS-CAPITAL-PERIODO ROUNDED =
                   PRES-PAGO - WS-INTERES-PERIODO
               SUBTRACT WS-CAPITAL-PERIODO FROM PRES-SALDO
           END-IF.

       2400-POSTEAR-INTERES.
           MOVE SPACES TO GLPOST-RECORD
           MOVE "D" TO GLPOST-TIPO
           MOVE WS-CUENTA-GL-INT-CARGO TO GLPOST-D-CUENTA-GL
           MOVE "D" TO GLPOST-D-CARGO-ABONO
           MOVE PRES-CUENTA TO GLPOST-D-CUENTA
           MOVE WS-INTERES-PERIODO TO GLPOST-D-MONTO
           MOVE GLPOST-RECORD TO GLW-RECORD
           WRITE GLW-RECORD
           MOVE SPACES TO GLPOST-RECORD
           MOVE "D" TO GLPOST-TIPO
           MOVE WS-CUENTA-GL-INT-ABONO TO GLPOST-D-CUENTA-GL
           MOVE "C" TO GLPOST-D-CARGO-ABONO
           MOVE PRES-CUENTA TO GLPOST-D-CUENTA
           MOVE WS-INTERES-PERIODO TO GLPOST-D-MONTO
           MOVE GLPOST-RECORD TO GLW-RECORD
           WRITE GLW-RECORD
           ADD 2 TO WS-GLPOST-CONTADOR
           ADD WS-INTERES-PERIODO TO WS-GLPOST-HASH
           ADD WS-INTERES-PERIODO TO WS-GLPOST-HASH.

       2500-ESCRIBIR-DETALLE.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 2600-ESCRIBIR-ENCABEZADO
           END-IF
           MOVE PRES-CUENTA TO WS-D-CUENTA
           MOVE PRES-PRODUCTO TO WS-D-PRODUCTO
           MOVE PRES-PERIODOS-PAGADOS TO WS-D-PERIODO
           MOVE PRES-NUM-PERIODOS TO WS-D-NUM-PERIODOS
           MOVE WS-INTERES-PERIODO TO WS-D-INTERES
           MOVE WS-CAPITAL-PERIODO TO WS-D-CAPITAL
           MOVE PRES-SALDO TO WS-D-SALDO
           MOVE PRES-ESTADO TO WS-D-ESTADO
           MOVE WS-LINEA-DETALLE TO PRPT-LINE
           WRITE PRPT-RECORD
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       2600-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-MES-CORRIDA TO WS-E-MES
           MOVE WS-NUM-PAGINA TO WS-E-PAGINA
           MOVE WS-ENCABEZADO-1 TO PRPT-LINE
           WRITE PRPT-RECORD
           MOVE WS-ENCABEZADO-2 TO PRPT-LINE
           WRITE PRPT-RECORD
           MOVE 0 TO WS-LINEAS-EN-PAGINA.

       3000-REGRABAR-PRESTAMOS.
      * Segunda pasada, con los devengos ya confirmados en
      * GLPOST.DAT: se envejece cada prestamo igual que en la
      * primera y se regraba. Un prestamo que ya quedo al dia en
      * un cierre interrumpido no tiene periodos nuevos y se salta.
           CLOSE PRESTAMOS
           MOVE "N" TO WS-EOF-PRESTAMO
           OPEN I-O PRESTAMOS
           IF WS-FS-PRESTAMO NOT = "00" AND WS-FS-PRESTAMO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRESTAMO.DAT PARA "
                   "REGRABAR (STATUS " WS-FS-PRESTAMO "); LOS "
                   "DEVENGOS YA ESTAN EN GLPOST.DAT, REPITA EL CIERRE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-LEER-PRESTAMO
           PERFORM 3100-REGRABAR-PRESTAMO
               UNTIL FIN-DE-PRESTAMOS.

       3100-REGRABAR-PRESTAMO.
           IF PRES-ESTADO = "A"
                   AND PRES-FECHA-ALTA(1:6) IS NUMERIC
                   AND PRES-SALDO IS NUMERIC
                   AND PRES-PERIODOS-PAGADOS IS NUMERIC
               PERFORM 2200-CALCULAR-VENCIDOS
               MOVE PRES-PERIODOS-PAGADOS TO WS-PERIODOS-ANTES
               PERFORM 2350-CALCULAR-PERIODO
                   UNTIL PRES-PERIODOS-PAGADOS
                           >= WS-PERIODOS-VENCIDOS
                       OR PRES-ESTADO NOT = "A"
               IF PRES-PERIODOS-PAGADOS > WS-PERIODOS-ANTES
                   MOVE WS-MES-CORRIDA TO PRES-ULTIMO-MES
                   REWRITE PRES-RECORD
                   IF WS-FS-PRESTAMO NOT = "00"
                       DISPLAY "ERROR: NO SE PUDO REGRABAR EL "
                           "PRESTAMO " PRES-CUENTA " "
                           PRES-PRODUCTO " (STATUS "
                           WS-FS-PRESTAMO "); LOS DEVENGOS YA ESTAN "
                           "EN GLPOST.DAT, REPITA EL CIERRE."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CONTADOR-REGRABADOS
               END-IF
           END-IF
           PERFORM 2100-LEER-PRESTAMO.

       8000-CERRAR-POSTEO.
      * Pie nuevo con la cuenta y el total de todas las lineas,
      * las de la noche mas los devengos, y el archivo de trabajo
      * reemplaza al posteo original.
           MOVE SPACES TO GLPOST-RECORD
           MOVE "T" TO GLPOST-TIPO
           MOVE WS-GLPOST-CONTADOR TO GLPOST-T-CONTADOR
           MOVE WS-GLPOST-HASH TO GLPOST-T-HASH
           MOVE GLPOST-RECORD TO GLW-RECORD
           WRITE GLW-RECORD
           CLOSE GL-TRABAJO
           OPEN INPUT GL-TRABAJO
           IF WS-FS-TRABAJO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO RELEER GLPOSTW.DAT (STATUS "
                   WS-FS-TRABAJO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-POSTING
           IF WS-FS-GLPOST NOT = "00" AND WS-FS-GLPOST NOT = "05"
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR GLPOST.DAT ("
                   "STATUS " WS-FS-GLPOST ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-COPIAR-TRABAJO
               UNTIL FIN-DE-TRABAJO
           CLOSE GL-TRABAJO
           CLOSE GL-POSTING.

       8100-COPIAR-TRABAJO.
           READ GL-TRABAJO
               AT END
                   SET FIN-DE-TRABAJO TO TRUE
               NOT AT END
                   MOVE GLW-RECORD TO GLPOST-RECORD
                   WRITE GLPOST-RECORD
           END-READ.

       9000-TERMINAR.
           IF WS-NUM-PAGINA = 0
               PERFORM 2600-ESCRIBIR-ENCABEZADO
           END-IF
           MOVE WS-CONTADOR-LEIDOS TO WS-T-LEIDOS
           MOVE WS-CONTADOR-ENVEJECIDOS TO WS-T-ENVEJECIDOS
           MOVE WS-CONTADOR-PERIODOS TO WS-T-PERIODOS
           MOVE WS-LINEA-TOTALES-1 TO PRPT-LINE
           WRITE PRPT-RECORD
           MOVE WS-CONTADOR-LIQUIDADOS TO WS-T-LIQUIDADOS
           MOVE WS-CONTADOR-INVALIDOS TO WS-T-INVALIDOS
           MOVE WS-LINEA-TOTALES-2 TO PRPT-LINE
           WRITE PRPT-RECORD
           MOVE WS-TOTAL-INTERES TO WS-T-INTERES
           MOVE WS-LINEA-TOTALES-3 TO PRPT-LINE
           WRITE PRPT-RECORD
           MOVE WS-TOTAL-CAPITAL TO WS-T-CAPITAL
           MOVE WS-LINEA-TOTALES-4 TO PRPT-LINE
           WRITE PRPT-RECORD
           MOVE WS-TOTAL-SALDO TO WS-T-SALDO
           MOVE WS-CONTADOR-ACTIVOS TO WS-T-ACTIVOS
           MOVE WS-LINEA-TOTALES-5 TO PRPT-LINE
           WRITE PRPT-RECORD
           CLOSE PRESTAMOS
           CLOSE PRES-REPORTE
           DISPLAY "CIERRE DE PRESTAMOS DEL MES " WS-MES-CORRIDA
               " COMPLETO. LEIDOS: " WS-CONTADOR-LEIDOS
               " PERIODOS: " WS-CONTADOR-PERIODOS
               " LIQUIDADOS: " WS-CONTADOR-LIQUIDADOS
               " REGRABADOS: " WS-CONTADOR-REGRABADOS.
