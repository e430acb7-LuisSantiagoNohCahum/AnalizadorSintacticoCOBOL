      * trague la corrida real de la noche por un              *
      * PARM-SIMULACION olvidado.                              *
      *                                                        *
      * En modo AM cada calculo abre ademas un prestamo en el  *
      * maestro PRESTAMO.DAT (cuenta y producto) con el        *
      * principal, la tasa, la frecuencia, el pago y el saldo, *
      * para que el cierre mensual PRESMENS lo vaya            *
      * envejeciendo periodo a periodo.                        *
      *                                                        *
      * Un registro de reverso (tipo R) anula un calculo ya    *
      * posteado: se busca el original en CALCHIST.DAT por     *
      * cuenta, fecha y hora, se rechaza si no existe o ya fue *
      * revertido, y si no se postea la pareja contraria en    *
      * GLPOST.DAT y se asienta en la bitacora con modo RV y   *
      * el resultado con signo contrario, para que CARGHIST    *
      * marque el original. Los reversos se cuentan aparte en  *
      * el pie de control, el punto de control y RUNCTL.DAT.   *
      *                                                        *
      * Solo se calcula para cuentas activas en CUSTMAST: la   *
      * cuenta desconocida va a CTASUSP.DAT con motivo 04, la  *
      * bloqueada con motivo 07 y la cerrada con motivo 08.    *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIMRPT.

           SELECT OPTIONAL CALC-HIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT OPTIONAL PRESTAMOS ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRES-LLAVE
               FILE STATUS IS WS-FS-PRESTAMO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-INPUT.
       01  SIM-RECORD.
           05 SIM-LINE             PIC X(80).

       FD  PRESTAMOS.
           COPY PRESTREC.

       FD  CALC-HIST.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 WS-NOMBRE PIC A(34).
       01 WS-CUENTA PIC 9(6).
       01 WS-FS-RUNCTL PIC XX.
       01 WS-FS-PRODTABW PIC XX.
       01 WS-FS-SIMRPT PIC XX.
       01 WS-FS-PRESTAMO PIC XX.
       01 WS-FS-HIST PIC XX.
       01 WS-CALC-MODE PIC X(2) VALUE "PV".
       01 WS-SIMULACION PIC X VALUE "N".
           88 CORRIDA-SIMULADA VALUE "S".
           88 FECHA-SIM-COMPLETA VALUE "S".
       01 WS-EOF-INPUT PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "S".
       01 WS-TIPO-REGISTRO PIC X VALUE "D".
           88 REGISTRO-REVERSO VALUE "R".

       01 WS-PRODUCTO-VALIDO PIC X VALUE "N".
           88 PRODUCTO-ES-VALIDO VALUE "S".

       01 WS-CONTADOR-RECHAZADOS PIC 9(9) VALUE 0.

      * CLIENTE-ENCONTRADO solo se enciende para una cuenta
      * activa; si no, WS-MOTIVO-SUSPENSO dice por que se suspende.
       01 WS-CLIENTE-HALLADO PIC X VALUE "N".
           88 CLIENTE-ENCONTRADO VALUE "S".
       01 WS-MOTIVO-SUSPENSO PIC X(2).
           88 SUSPENSO-DESCONOCIDA VALUE "04".
           88 SUSPENSO-BLOQUEADA VALUE "07".
           88 SUSPENSO-CERRADA VALUE "08".
       01 WS-CONTADOR-SUSPENDIDOS PIC 9(9) VALUE 0.
       01 WS-MAX-SUSPENSOS PIC 9(3) VALUE 100.
       01 WS-TOTAL-SUSPENSOS PIC 9(3) VALUE 0.
       01 WS-TABLA-SUSPENSO.
           05 WS-SUSP-ENTRADA OCCURS 100 TIMES
               INDEXED BY SUSP-IDX.
               10 WS-SUSP-CUENTA     PIC 9(6).
               10 WS-SUSP-MOTIVO     PIC X(2).

      * Imagenes ya suspendidas hoy en CTASUSP.DAT: el archivo se
      * abre en EXTEND para no destruir lo que RECICSUS retiene de
       01 WS-LINEA-SUSPENSO.
           05 FILLER             PIC X(21)
               VALUE "EN SUSPENSO - CUENTA ".
           05 WS-S-ESTADO         PIC X(13).
           05 WS-S-CUENTA         PIC 9(6).

       01 WS-LINEA-SUSP-MAS.
               VALUE " PRODUCTO DESCONOCIDO:".
           05 WS-X-PRODUCTO       PIC X(3).

      * Reversos: la llave del calculo original, el motivo de
      * rechazo y la tabla de llaves ya revertidas en la corrida,
      * para que dos reversos del mismo calculo en un lote no lo
      * anulen dos veces antes de que CARGHIST marque el original.
       01 WS-HISTORIA-ABIERTA PIC X VALUE "N".
           88 HISTORIA-DISPONIBLE VALUE "S".
       01 WS-REVERSO-VALIDO PIC X VALUE "N".
           88 REVERSO-ES-VALIDO VALUE "S".
       01 WS-YA-REVERTIDO PIC X VALUE "N".
           88 YA-REVERTIDO-EN-CORRIDA VALUE "S".
       01 WS-MOTIVO-REVERSO PIC X(24).
       01 WS-LLAVE-REVERSO.
           05 WS-REF-CUENTA       PIC 9(6).
           05 WS-REF-FECHA        PIC X(8).
           05 WS-REF-HORA         PIC X(8).
       01 WS-MAX-REVERTIDOS PIC 9(4) VALUE 500.
       01 WS-TOTAL-REVERTIDOS PIC 9(4) VALUE 0.
       01 WS-TABLA-REVERTIDOS.
           05 WS-REVERTIDO-LLAVE OCCURS 500 TIMES
               INDEXED BY REV-IDX PIC X(22).
       01 WS-CONTADOR-REVERSOS PIC 9(9) VALUE 0.
       01 WS-REVERSOS-RECHAZADOS PIC 9(9) VALUE 0.
       01 WS-TOTAL-REVERSOS PIC 9(11)V99 VALUE 0.
       01 WS-PRESTAMOS-ANULADOS PIC 9(9) VALUE 0.

       01 WS-LINEA-REVERSO.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-V-NOMBRE         PIC A(34).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-V-MONTO          PIC ZZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-V-RESULTADO      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(4) VALUE " RV ".
           05 WS-V-FECHA          PIC X(8).

       01 WS-LINEA-REV-RECHAZO.
           05 FILLER             PIC X(20)
               VALUE "REVERSO RECHAZADO - ".
           05 WS-W-CUENTA         PIC 9(6).
           05 FILLER             PIC X VALUE SPACES.
           05 WS-W-FECHA          PIC X(8).
           05 FILLER             PIC X VALUE SPACES.
           05 WS-W-HORA           PIC X(8).
           05 FILLER             PIC X VALUE SPACES.
           05 WS-W-MOTIVO         PIC X(24).

       01 WS-LINEA-REV-TOTAL.
           05 FILLER             PIC X(20)
               VALUE "REVERSOS APLICADOS:".
           05 WS-Y-REVERSOS       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE " TOTAL REVER.:".
           05 WS-Y-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(12) VALUE " RECHAZADOS:".
           05 WS-Y-RECHAZADOS     PIC ZZZ,ZZ9.

       01 WS-FECHA-CORRIDA PIC X(8).
           COPY FECHLINK.
       01 WS-NUM-CORRIDA PIC 9(4) VALUE 1.
       01 WS-FORZAR PIC X VALUE "N".
       01 WS-CORRIDA-RECHAZADA PIC X VALUE "N".
       01 WS-PIE-HASH PIC 9(11)V99 VALUE 0.
       01 WS-PIE-RECIBIDO PIC X VALUE "N".
           88 PIE-RECIBIDO VALUE "S".
       01 WS-REVERSOS-LEIDOS PIC 9(9) VALUE 0.
       01 WS-HASH-REV-LEIDO PIC 9(11) VALUE 0.
       01 WS-PIE-REVERSOS PIC 9(9) VALUE 0.
       01 WS-PIE-HASH-REVERSOS PIC 9(11) VALUE 0.
       01 WS-REGISTRO-UTIL PIC X VALUE "N".
           88 REGISTRO-UTIL VALUE "S".
       01 WS-CUENTA-GL-CARGO PIC X(6) VALUE "130100".
       01 WS-SALDO-AMORT PIC S9(9)V99.
       01 WS-INTERES-PERIODO PIC S9(9)V99.
       01 WS-CAPITAL-PERIODO PIC S9(9)V99.
       01 WS-PRESTAMOS-ABIERTOS PIC 9(9) VALUE 0.
       01 WS-PRESTAMOS-REEMPLAZADOS PIC 9(9) VALUE 0.
       01 WS-SALDO-EDITADO PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-SCHED-PAGINA PIC 9(4) VALUE 0.
       01 WS-SCHED-LINEAS PIC 9(2) VALUE 99.

      * corrido de verdad.
           DISPLAY "USODEACCB EN MODO SIMULACION: SOLO SE ESCRIBE "
               "SIMULRPT.DAT."
           PERFORM 1055-OBTENER-FECHA-NEGOCIO
           PERFORM 1075-CARGAR-PRODUCTOS
           PERFORM 1078-CARGAR-PROPUESTOS
           OPEN INPUT CALC-INPUT
           IF WS-REGISTROS-A-SALTAR = 0
               PERFORM 1300-ENCABEZADO-POSTEO-GL
           END-IF
      * El maestro de prestamos se abre en todo modo: ademas de
      * los calculos AM, un reverso de un calculo AM anula el
      * prestamo que este abrio.
           OPEN I-O PRESTAMOS
      * El status 05 es normal la primera vez que OPEN I-O crea un
      * archivo OPTIONAL que aun no existia; no es un error.
           IF WS-FS-PRESTAMO NOT = "00"
                   AND WS-FS-PRESTAMO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRESTAMO.DAT ("
                   "STATUS " WS-FS-PRESTAMO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALC-HIST
      * Sin historia cargada (status 05) no hay calculos que
      * revertir; los reversos del lote se rechazan.
           EVALUATE WS-FS-HIST
               WHEN "00"
                   SET HISTORIA-DISPONIBLE TO TRUE
               WHEN "05"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: NO SE PUDO ABRIR CALCHIST.DAT ("
                       "STATUS " WS-FS-HIST ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 1250-VERIFICAR-ENCABEZADO
           PERFORM 1200-SALTAR-REGISTROS-PROCESADOS
           PERFORM 2100-LEER-SIGUIENTE.
               END-IF
           END-IF.

       1055-OBTENER-FECHA-NEGOCIO.
      * La fecha de negocio la fija la cadena nocturna una vez por
      * noche; una corrida que cruza la medianoche sigue siendo de
      * la misma fecha.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-CORRIDA.

       1060-VERIFICAR-CORRIDA.
           PERFORM 1055-OBTENER-FECHA-NEGOCIO
           MOVE 1 TO WS-NUM-CORRIDA
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUNCTL = "00"
           MOVE 0 TO RUNCTL-PROCESADOS
           MOVE 0 TO RUNCTL-RECHAZADOS
           MOVE 0 TO RUNCTL-TOTAL
           MOVE 0 TO RUNCTL-REVERSOS
           MOVE 0 TO RUNCTL-TOTAL-REVERSOS
           OPEN OUTPUT RUN-CONTROL
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL.
                               MOVE CHKPT-SUSPENDIDOS
                                   TO WS-CONTADOR-SUSPENDIDOS
                           END-IF
                           IF CHKPT-REVERSOS IS NUMERIC
                               MOVE CHKPT-REVERSOS
                                   TO WS-CONTADOR-REVERSOS
                           END-IF
                           IF CHKPT-REV-RECHAZADOS IS NUMERIC
                               MOVE CHKPT-REV-RECHAZADOS
                                   TO WS-REVERSOS-RECHAZADOS
                           END-IF
                           IF CHKPT-TOTAL-REVERSOS IS NUMERIC
                               MOVE CHKPT-TOTAL-REVERSOS
                                   TO WS-TOTAL-REVERSOS
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
               AT END
                   SET FIN-DE-SUSP-PREVIO TO TRUE
               NOT AT END
                   IF (SUSP-MOTIVO = "04" OR SUSP-MOTIVO = "07"
                               OR SUSP-MOTIVO = "08")
                           AND SUSP-FECHA = WS-FECHA-CORRIDA
                       IF WS-TOTAL-SUSP-PREVIOS < WS-MAX-SUSP-PREVIOS
                           ADD 1 TO WS-TOTAL-SUSP-PREVIOS
       1200-SALTAR-REGISTROS-PROCESADOS.
      * Al reanudar hay que seguir acumulando la cuenta y el total
      * de comprobacion de los detalles saltados, para que la
      * verificacion contra el pie siga cuadrando. Los reversos
      * saltados vuelven a la tabla de llaves ya revertidas.
           MOVE WS-REGISTROS-A-SALTAR TO WS-CONTADOR-PROCESADOS
           PERFORM WS-REGISTROS-A-SALTAR TIMES
               READ CALC-INPUT
                               ADD BATCH-MONTO TO WS-HASH-LEIDO
                           END-IF
                       END-IF
                       IF BATCH-TIPO = "R"
                           PERFORM 2115-ACUMULAR-REVERSO
                           PERFORM 2959-ANOTAR-REVERTIDO
                       END-IF
               END-READ
           END-PERFORM.


       2000-PROCESAR-LOTE.
           IF CORRIDA-SIMULADA
               IF REGISTRO-REVERSO
                   PERFORM 2060-OMITIR-REVERSO
               ELSE
                   PERFORM 2050-SIMULAR-REGISTRO
               END-IF
           ELSE
               PERFORM 2010-PROCESAR-REGISTRO
           END-IF
           PERFORM 2100-LEER-SIGUIENTE.

       2010-PROCESAR-REGISTRO.
           IF REGISTRO-REVERSO
               PERFORM 2950-PROCESAR-REVERSO
           ELSE
               IF CLIENTE-ENCONTRADO
                   PERFORM 2150-BUSCAR-PRODUCTO
                   IF PRODUCTO-ES-VALIDO
                       PERFORM 2200-CALCULAR-RESULTADO
                       PERFORM 2300-MOSTRAR-RESULTADO
                       PERFORM 2400-REGISTRAR-BITACORA
                       PERFORM 2500-ESCRIBIR-DETALLE-REPORTE
                       IF WS-CALC-MODE = "AM"
                           PERFORM 2800-ESCRIBIR-TABLA-AMORT
                           PERFORM 2870-ABRIR-PRESTAMO
                       END-IF
                       PERFORM 2900-ESCRIBIR-POSTEO-GL
                   ELSE
                       PERFORM 2160-RECHAZAR-PRODUCTO
                   END-IF
               ELSE
                   PERFORM 2170-SUSPENDER-CUENTA
               END-IF
           END-IF
           ADD 1 TO WS-CONTADOR-PROCESADOS
           IF FUNCTION MOD(WS-CONTADOR-PROCESADOS,
           END-IF
           ADD 1 TO WS-CONTADOR-PROCESADOS.

       2060-OMITIR-REVERSO.
      * La simulacion compara tasas de calculos nuevos; un reverso
      * no se recalcula, solo se cuenta como omitido.
           ADD 1 TO WS-SIM-OMITIDOS
           ADD 1 TO WS-CONTADOR-PROCESADOS.

       2100-LEER-SIGUIENTE.
           MOVE "N" TO WS-REGISTRO-UTIL
           PERFORM 2110-CLASIFICAR-REGISTRO
               NOT AT END
                   EVALUATE BATCH-TIPO
                       WHEN "D"
                           MOVE "D" TO WS-TIPO-REGISTRO
                           ADD 1 TO WS-DETALLES-LEIDOS
                           IF BATCH-MONTO IS NUMERIC
                               ADD BATCH-MONTO TO WS-HASH-LEIDO
                           MOVE BATCH-MONTO TO WS-MONTO
                           PERFORM 2120-BUSCAR-CLIENTE
                           SET REGISTRO-UTIL TO TRUE
                       WHEN "R"
                           MOVE "R" TO WS-TIPO-REGISTRO
                           PERFORM 2115-ACUMULAR-REVERSO
                           SET REGISTRO-UTIL TO TRUE
                       WHEN "T"
                           MOVE BATCH-T-CONTADOR TO WS-PIE-CONTADOR
                           MOVE BATCH-T-HASH TO WS-PIE-HASH
      * Los pies anteriores al conteo de reversos lo traen en
      * blanco: equivale a un lote sin reversos.
                           IF BATCH-T-REVERSOS IS NUMERIC
                               MOVE BATCH-T-REVERSOS
                                   TO WS-PIE-REVERSOS
                           END-IF
                           IF BATCH-T-HASH-REVERSOS IS NUMERIC
                               MOVE BATCH-T-HASH-REVERSOS
                                   TO WS-PIE-HASH-REVERSOS
                           END-IF
                           SET PIE-RECIBIDO TO TRUE
                           SET FIN-DE-ARCHIVO TO TRUE
                       WHEN OTHER
                   END-EVALUATE
           END-READ.

       2115-ACUMULAR-REVERSO.
           ADD 1 TO WS-REVERSOS-LEIDOS
           IF BATCH-R-CUENTA IS NUMERIC
               ADD BATCH-R-CUENTA TO WS-HASH-REV-LEIDO
               MOVE BATCH-R-CUENTA TO WS-CUENTA
           ELSE
               MOVE ZERO TO WS-CUENTA
           END-IF
           MOVE WS-CUENTA TO WS-REF-CUENTA
           MOVE BATCH-R-FECHA TO WS-REF-FECHA
           MOVE BATCH-R-HORA TO WS-REF-HORA.

       2120-BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-HALLADO
           MOVE WS-CUENTA TO CUST-CUENTA
           READ CUSTMAST
               INVALID KEY
                   MOVE "CLIENTE DESCONOCIDO" TO WS-NOMBRE
                   SET SUSPENSO-DESCONOCIDA TO TRUE
               NOT INVALID KEY
                   MOVE CUST-NOMBRE TO WS-NOMBRE
                   EVALUATE TRUE
                       WHEN CUST-BLOQUEADA
                           SET SUSPENSO-BLOQUEADA TO TRUE
                       WHEN CUST-CERRADA
                           SET SUSPENSO-CERRADA TO TRUE
                       WHEN OTHER
                           SET CLIENTE-ENCONTRADO TO TRUE
                   END-EVALUATE
           END-READ.

       2150-BUSCAR-PRODUCTO.

       2170-SUSPENDER-CUENTA.
           ADD 1 TO WS-CONTADOR-SUSPENDIDOS
           EVALUATE TRUE
               WHEN SUSPENSO-BLOQUEADA
                   DISPLAY "EN SUSPENSO: CUENTA BLOQUEADA ("
                       WS-CUENTA ")"
               WHEN SUSPENSO-CERRADA
                   DISPLAY "EN SUSPENSO: CUENTA CERRADA ("
                       WS-CUENTA ")"
               WHEN OTHER
                   DISPLAY "EN SUSPENSO: CUENTA DESCONOCIDA ("
                       WS-CUENTA ")"
           END-EVALUATE
           PERFORM 2175-VERIFICAR-SUSPENSO-PREVIO
           IF NOT SUSP-YA-ESCRITO
               MOVE WS-MOTIVO-SUSPENSO TO SUSP-MOTIVO
               MOVE BATCH-DETALLE TO SUSP-DATOS
               MOVE WS-FECHA-CORRIDA TO SUSP-FECHA
               WRITE SUSP-RECORD
               ADD 1 TO WS-TOTAL-SUSPENSOS
               MOVE WS-CUENTA
                   TO WS-SUSP-CUENTA(WS-TOTAL-SUSPENSOS)
               MOVE WS-MOTIVO-SUSPENSO
                   TO WS-SUSP-MOTIVO(WS-TOTAL-SUSPENSOS)
           END-IF.

       2175-VERIFICAR-SUSPENSO-PREVIO.

       2400-REGISTRAR-BITACORA.
           MOVE WS-CUENTA TO LOG-CUENTA
           IF REGISTRO-REVERSO
               MOVE "RV" TO LOG-MODO
               MOVE WS-REF-FECHA TO LOG-REF-FECHA
               MOVE WS-REF-HORA TO LOG-REF-HORA
           ELSE
               MOVE WS-CALC-MODE TO LOG-MODO
               MOVE SPACES TO LOG-REF-FECHA
               MOVE SPACES TO LOG-REF-HORA
           END-IF
           MOVE WS-NOMBRE TO LOG-NOMBRE
      * LOG-NUMERO queda en ceros: el monto completo con centavos
      * viaja en LOG-MONTO, al final del registro.
           MOVE WS-MONTO TO LOG-MONTO
           MOVE WS-PRODUCTO TO LOG-PRODUCTO
           MOVE WS-RESULTADO TO LOG-RESULTADO
      * La fecha de la marca es la de negocio y la hora la del
      * reloj: CARGHIST arma la llave de la historia con ambas, y
      * un calculo pasada la medianoche pertenece a la noche en
      * que corrio la cadena.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE WS-FECHA-CORRIDA TO LOG-TIMESTAMP(1:8)
           WRITE LOG-RECORD.

       2500-ESCRIBIR-DETALLE-REPORTE.
           MOVE WS-GLPOST-HASH TO CHKPT-GLPOST-HASH
           MOVE WS-CONTADOR-RECHAZADOS TO CHKPT-RECHAZADOS
           MOVE WS-CONTADOR-SUSPENDIDOS TO CHKPT-SUSPENDIDOS
           MOVE WS-CONTADOR-REVERSOS TO CHKPT-REVERSOS
           MOVE WS-REVERSOS-RECHAZADOS TO CHKPT-REV-RECHAZADOS
           MOVE WS-TOTAL-REVERSOS TO CHKPT-TOTAL-REVERSOS
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHKPT-RECORD
           CLOSE CHECKPOINT-FILE.
           WRITE SCHED-RECORD
           MOVE 3 TO WS-SCHED-LINEAS.

       2870-ABRIR-PRESTAMO.
      * Un prestamo por cuenta y producto: un nuevo calculo AM
      * sobre la misma llave es una refinanciacion y reemplaza al
      * anterior, dejando constancia del saldo que tenia. En una
      * corrida reanudada el registro vuelve a quedar igual.
           MOVE WS-CUENTA TO PRES-CUENTA
           MOVE WS-PRODUCTO TO PRES-PRODUCTO
           READ PRESTAMOS
               INVALID KEY
                   PERFORM 2875-ARMAR-PRESTAMO
                   WRITE PRES-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO GRABAR EL "
                               "PRESTAMO " WS-CUENTA " " WS-PRODUCTO
                               " (STATUS " WS-FS-PRESTAMO ")"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   IF PRES-ESTADO = "A"
                           AND PRES-FECHA-ALTA NOT = WS-FECHA-CORRIDA
                       ADD 1 TO WS-PRESTAMOS-REEMPLAZADOS
                       MOVE PRES-SALDO TO WS-SALDO-EDITADO
                       DISPLAY "ADVERTENCIA: EL PRESTAMO " WS-CUENTA
                           " " WS-PRODUCTO " SE REEMPLAZA; SALDO "
                           "ANTERIOR " WS-SALDO-EDITADO
                   END-IF
                   PERFORM 2875-ARMAR-PRESTAMO
                   REWRITE PRES-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO REGRABAR EL "
                               "PRESTAMO " WS-CUENTA " " WS-PRODUCTO
                               " (STATUS " WS-FS-PRESTAMO ")"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ
           ADD 1 TO WS-PRESTAMOS-ABIERTOS.

       2875-ARMAR-PRESTAMO.
           MOVE WS-CUENTA TO PRES-CUENTA
           MOVE WS-PRODUCTO TO PRES-PRODUCTO
           MOVE WS-MONTO TO PRES-PRINCIPAL
           MOVE WS-TASA-INTERES TO PRES-TASA
           MOVE WS-FRECUENCIA TO PRES-FRECUENCIA
           MOVE WS-NUM-PERIODOS TO PRES-NUM-PERIODOS
           MOVE WS-RESULTADO TO PRES-PAGO
           MOVE 0 TO PRES-PERIODOS-PAGADOS
           MOVE WS-MONTO TO PRES-SALDO
           MOVE WS-FECHA-CORRIDA TO PRES-FECHA-ALTA
           MOVE WS-FECHA-CORRIDA(1:6) TO PRES-ULTIMO-MES
           MOVE "A" TO PRES-ESTADO.

       2900-ESCRIBIR-POSTEO-GL.
      * Cada registro procesado genera una pareja balanceada de
      * lineas de diario: cargo a cuentas por cobrar y abono a
           ADD WS-RESULTADO TO WS-GLPOST-HASH
           ADD WS-RESULTADO TO WS-GLPOST-HASH.

       2950-PROCESAR-REVERSO.
           PERFORM 2955-BUSCAR-ORIGINAL
           IF REVERSO-ES-VALIDO
               PERFORM 2300-MOSTRAR-RESULTADO
               PERFORM 2400-REGISTRAR-BITACORA
               PERFORM 2960-ESCRIBIR-REVERSO-REPORTE
               PERFORM 2970-POSTEAR-REVERSO
               IF HIST-MODO = "AM"
                   PERFORM 2980-ANULAR-PRESTAMO
               END-IF
               PERFORM 2959-ANOTAR-REVERTIDO
               ADD 1 TO WS-CONTADOR-REVERSOS
               SUBTRACT WS-RESULTADO FROM WS-TOTAL-REVERSOS
           ELSE
               PERFORM 2990-RECHAZAR-REVERSO
           END-IF.

       2955-BUSCAR-ORIGINAL.
      * El original debe estar cargado en la historia, no ser a su
      * vez un reverso y no estar ya revertido (en la historia o
      * antes en esta misma corrida). El nombre, el monto y el
      * producto del reverso son los del original, y el resultado
      * es el del original con el signo contrario.
           MOVE "N" TO WS-REVERSO-VALIDO
           PERFORM 2957-VERIFICAR-REVERTIDO
           IF NOT HISTORIA-DISPONIBLE
               MOVE "CALCHIST.DAT NO EXISTE" TO WS-MOTIVO-REVERSO
           ELSE
               MOVE WS-LLAVE-REVERSO TO HIST-LLAVE
               READ CALC-HIST
                   INVALID KEY
                       MOVE "CALCULO NO ESTA EN HIST."
                           TO WS-MOTIVO-REVERSO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN HIST-MODO = "RV"
                               MOVE "ES A SU VEZ UN REVERSO"
                                   TO WS-MOTIVO-REVERSO
                           WHEN HIST-REVERTIDO
                                   OR YA-REVERTIDO-EN-CORRIDA
                               MOVE "CALCULO YA REVERTIDO"
                                   TO WS-MOTIVO-REVERSO
                           WHEN OTHER
                               SET REVERSO-ES-VALIDO TO TRUE
                               MOVE HIST-NOMBRE TO WS-NOMBRE
                               IF HIST-MONTO IS NUMERIC
                                   MOVE HIST-MONTO TO WS-MONTO
                               ELSE
                                   MOVE HIST-NUMERO TO WS-MONTO
                               END-IF
                               MOVE HIST-PRODUCTO TO WS-PRODUCTO
                               COMPUTE WS-RESULTADO =
                                   0 - HIST-RESULTADO
                       END-EVALUATE
               END-READ
           END-IF.

       2957-VERIFICAR-REVERTIDO.
           MOVE "N" TO WS-YA-REVERTIDO
           SET REV-IDX TO 1
           SEARCH WS-REVERTIDO-LLAVE
               AT END
                   CONTINUE
               WHEN REV-IDX > WS-TOTAL-REVERTIDOS
                   CONTINUE
               WHEN WS-REVERTIDO-LLAVE(REV-IDX) = WS-LLAVE-REVERSO
                   SET YA-REVERTIDO-EN-CORRIDA TO TRUE
           END-SEARCH.

       2959-ANOTAR-REVERTIDO.
           IF WS-TOTAL-REVERTIDOS < WS-MAX-REVERTIDOS
               ADD 1 TO WS-TOTAL-REVERTIDOS
               MOVE WS-LLAVE-REVERSO
                   TO WS-REVERTIDO-LLAVE(WS-TOTAL-REVERTIDOS)
           END-IF.

       2960-ESCRIBIR-REVERSO-REPORTE.
      * El reverso entra al total de la corrida con su signo, de
      * modo que el total queda neto y sigue conciliando contra el
      * mayor, que recibe la pareja contraria.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 2600-ESCRIBIR-ENCABEZADO
           END-IF
           ADD WS-RESULTADO TO WS-TOTAL-ACUMULADO
           MOVE WS-NOMBRE TO WS-V-NOMBRE
           MOVE WS-MONTO TO WS-V-MONTO
           MOVE WS-RESULTADO TO WS-V-RESULTADO
           MOVE WS-REF-FECHA TO WS-V-FECHA
           MOVE WS-LINEA-REVERSO TO RPT-LINE
           WRITE RPT-RECORD
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       2970-POSTEAR-REVERSO.
      * La pareja contraria a la de 2900: cargo a ingresos
      * calculados y abono a cuentas por cobrar, por el monto que
      * se habia posteado.
           MOVE SPACES TO GLPOST-RECORD
           MOVE "D" TO GLPOST-TIPO
           MOVE WS-CUENTA-GL-ABONO TO GLPOST-D-CUENTA-GL
           MOVE "D" TO GLPOST-D-CARGO-ABONO
           MOVE WS-CUENTA TO GLPOST-D-CUENTA
           MOVE WS-RESULTADO TO GLPOST-D-MONTO
           WRITE GLPOST-RECORD
           ADD GLPOST-D-MONTO TO WS-GLPOST-HASH
           MOVE SPACES TO GLPOST-RECORD
           MOVE "D" TO GLPOST-TIPO
           MOVE WS-CUENTA-GL-CARGO TO GLPOST-D-CUENTA-GL
           MOVE "C" TO GLPOST-D-CARGO-ABONO
           MOVE WS-CUENTA TO GLPOST-D-CUENTA
           MOVE WS-RESULTADO TO GLPOST-D-MONTO
           WRITE GLPOST-RECORD
           ADD GLPOST-D-MONTO TO WS-GLPOST-HASH
           ADD 2 TO WS-GLPOST-CONTADOR.

       2980-ANULAR-PRESTAMO.
      * El prestamo que abrio el calculo AM revertido queda anulado
      * para que el cierre mensual no lo envejezca ni devengue.
      * Solo se anula si sigue siendo el de ese calculo (misma
      * fecha de alta); si ya devengo intereses se avisa, porque
      * esos devengos no se revierten aqui.
           MOVE WS-CUENTA TO PRES-CUENTA
           MOVE WS-PRODUCTO TO PRES-PRODUCTO
           READ PRESTAMOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRES-ESTADO = "A"
                           AND PRES-FECHA-ALTA = WS-REF-FECHA
                       IF PRES-PERIODOS-PAGADOS > 0
                           DISPLAY "ADVERTENCIA: EL PRESTAMO "
                               WS-CUENTA " " WS-PRODUCTO " ANULADO "
                               "YA TENIA " PRES-PERIODOS-PAGADOS
                               " PERIODOS DEVENGADOS; REVISE EL "
                               "MAYOR."
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                       MOVE "R" TO PRES-ESTADO
                       REWRITE PRES-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: NO SE PUDO REGRABAR "
                                   "EL PRESTAMO " WS-CUENTA " "
                                   WS-PRODUCTO " (STATUS "
                                   WS-FS-PRESTAMO ")"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                       END-REWRITE
                       ADD 1 TO WS-PRESTAMOS-ANULADOS
                   END-IF
           END-READ.

       2990-RECHAZAR-REVERSO.
           ADD 1 TO WS-REVERSOS-RECHAZADOS
           DISPLAY "REVERSO RECHAZADO: CUENTA " WS-REF-CUENTA " "
               WS-REF-FECHA " " WS-REF-HORA " - " WS-MOTIVO-REVERSO
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 2600-ESCRIBIR-ENCABEZADO
           END-IF
           MOVE WS-REF-CUENTA TO WS-W-CUENTA
           MOVE WS-REF-FECHA TO WS-W-FECHA
           MOVE WS-REF-HORA TO WS-W-HORA
           MOVE WS-MOTIVO-REVERSO TO WS-W-MOTIVO
           MOVE WS-LINEA-REV-RECHAZO TO RPT-LINE
           WRITE RPT-RECORD
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       8000-CONCILIAR-CONTRA-GL.
           MOVE 0 TO WS-GL-TOTAL-CONTROL
           OPEN INPUT GL-EXTRACT
           PERFORM 9400-VERIFICAR-CONTROL-ENTRADA
           PERFORM 9200-PIE-POSTEO-GL
           IF WS-CONTADOR-SUSPENDIDOS > 0
               MOVE "CUENTAS DESCONOCIDAS O INACTIVAS EN CTASUSP.DAT:"
                   TO RPT-LINE
               WRITE RPT-RECORD
               PERFORM 9100-LISTAR-SUSPENSO
                   WRITE RPT-RECORD
               END-IF
           END-IF
           IF WS-CONTADOR-REVERSOS > 0 OR WS-REVERSOS-RECHAZADOS > 0
               MOVE WS-CONTADOR-REVERSOS TO WS-Y-REVERSOS
               MOVE WS-TOTAL-REVERSOS TO WS-Y-TOTAL
               MOVE WS-REVERSOS-RECHAZADOS TO WS-Y-RECHAZADOS
               MOVE WS-LINEA-REV-TOTAL TO RPT-LINE
               WRITE RPT-RECORD
           END-IF
           MOVE WS-TOTAL-ACUMULADO TO WS-P-TOTAL
           MOVE WS-LINEA-PIE TO RPT-LINE
           WRITE RPT-RECORD
           MOVE WS-GLPOST-HASH TO CHKPT-GLPOST-HASH
           MOVE WS-CONTADOR-RECHAZADOS TO CHKPT-RECHAZADOS
           MOVE WS-CONTADOR-SUSPENDIDOS TO CHKPT-SUSPENDIDOS
           MOVE WS-CONTADOR-REVERSOS TO CHKPT-REVERSOS
           MOVE WS-REVERSOS-RECHAZADOS TO CHKPT-REV-RECHAZADOS
           MOVE WS-TOTAL-REVERSOS TO CHKPT-TOTAL-REVERSOS
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHKPT-RECORD
           CLOSE CHECKPOINT-FILE
           CLOSE CTA-SUSPENSO
           CLOSE AMORT-SCHED
           CLOSE GL-POSTING
           CLOSE CALC-HIST
           CLOSE PRESTAMOS
           IF WS-CALC-MODE = "AM"
               DISPLAY "PRESTAMOS ABIERTOS EN PRESTAMO.DAT: "
                   WS-PRESTAMOS-ABIERTOS " REEMPLAZADOS: "
                   WS-PRESTAMOS-REEMPLAZADOS
           END-IF
           IF WS-PRESTAMOS-ANULADOS > 0
               DISPLAY "PRESTAMOS ANULADOS POR REVERSO: "
                   WS-PRESTAMOS-ANULADOS
           END-IF
           PERFORM 9300-CERRAR-CORRIDA.

       9100-LISTAR-SUSPENSO.
           MOVE WS-SUSP-CUENTA(SUSP-IDX) TO WS-S-CUENTA
           EVALUATE WS-SUSP-MOTIVO(SUSP-IDX)
               WHEN "07"
                   MOVE "BLOQUEADA:" TO WS-S-ESTADO
               WHEN "08"
                   MOVE "CERRADA:" TO WS-S-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDA:" TO WS-S-ESTADO
           END-EVALUATE
           MOVE WS-LINEA-SUSPENSO TO RPT-LINE
           WRITE RPT-RECORD.

           MOVE WS-CONTADOR-PROCESADOS TO RUNCTL-LEIDOS
           COMPUTE RUNCTL-PROCESADOS =
               WS-CONTADOR-PROCESADOS - WS-CONTADOR-RECHAZADOS
               - WS-CONTADOR-SUSPENDIDOS - WS-CONTADOR-REVERSOS
               - WS-REVERSOS-RECHAZADOS
           COMPUTE RUNCTL-RECHAZADOS =
               WS-CONTADOR-RECHAZADOS + WS-CONTADOR-SUSPENDIDOS
               + WS-REVERSOS-RECHAZADOS
           MOVE WS-TOTAL-ACUMULADO TO RUNCTL-TOTAL
           MOVE WS-CONTADOR-REVERSOS TO RUNCTL-REVERSOS
           MOVE WS-TOTAL-REVERSOS TO RUNCTL-TOTAL-REVERSOS
           OPEN OUTPUT RUN-CONTROL
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL
               WS-FECHA-CORRIDA " COMPLETA. LEIDOS: "
               RUNCTL-LEIDOS " PROCESADOS: " RUNCTL-PROCESADOS
               " RECHAZADOS: " RUNCTL-RECHAZADOS
               " REVERSOS: " RUNCTL-REVERSOS
               " CODIGO DE RETORNO: " RETURN-CODE.

       9400-VERIFICAR-CONTROL-ENTRADA.
                   "MARCA COMPLETA."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PIE-REVERSOS NOT = WS-REVERSOS-LEIDOS
                   OR WS-PIE-HASH-REVERSOS NOT = WS-HASH-REV-LEIDO
               DISPLAY "ERROR: EL CONTROL DE REVERSOS DEL PIE DE "
                   "CALCIN.DAT NO CUADRA (REVERSOS " WS-PIE-REVERSOS
                   " CONTRA " WS-REVERSOS-LEIDOS "; TOTAL "
                   WS-PIE-HASH-REVERSOS " CONTRA " WS-HASH-REV-LEIDO
                   "). LA CORRIDA NO SE MARCA COMPLETA."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
