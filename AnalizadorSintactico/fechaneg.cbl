       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHANEG.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * FECHANEG                                               *
      *                                                        *
      * Rutina comun de fecha de negocio para los pasos por    *
      * lotes de COBCALC. Con la funcion E (la usa solo        *
      * CADENOCT al abrir la cadena de una noche) calcula la   *
      * fecha de negocio contra el calendario de dias habiles  *
      * CALENDAR.DAT y la graba en FECHANEG.DAT; con la        *
      * funcion C devuelve la fecha grabada, de modo que todos *
      * los pasos de la noche trabajan para la misma fecha     *
      * aunque crucen la medianoche. Si FECHANEG.DAT no existe *
      * (un paso corrido suelto antes de la primera cadena) la *
      * fecha se calcula igual que con E, sin grabarla.        *
      *                                                        *
      * La fecha de negocio es el ultimo dia habil que no sea  *
      * posterior a hoy; antes de la hora de corte se toma el  *
      * dia anterior, porque la cadena que corre de madrugada  *
      * es la de la noche previa. Devuelve ademas el dia habil *
      * siguiente y la marca de fin de mes, que vale S cuando  *
      * el dia habil siguiente ya cae en otro mes.             *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT OPTIONAL FECHA-NEG-FILE ASSIGN TO "FECHANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHANEG.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO.
           COPY CALENREC.

       FD  FECHA-NEG-FILE.
           COPY FECNEGRC.

       WORKING-STORAGE SECTION.
       01 WS-FS-CALENDARIO PIC XX.
       01 WS-FS-FECHANEG PIC XX.

       01 WS-EOF-CALENDARIO PIC X VALUE "N".
           88 FIN-DE-CALENDARIO VALUE "S".
       01 WS-FECHA-LEIDA PIC X VALUE "N".
           88 FECHA-LEIDA VALUE "S".

      * Antes de esta hora el reloj todavia pertenece a la noche
      * del dia anterior.
       01 WS-HORA-CORTE PIC XX VALUE "06".
       01 WS-AHORA PIC X(21).

       01 WS-MAX-FERIADOS PIC 9(3) VALUE 500.
       01 WS-TOTAL-FERIADOS PIC 9(3) VALUE 0.
       01 WS-TABLA-CALENDARIO.
           05 WS-CAL-ENTRADA OCCURS 500 TIMES INDEXED BY CAL-IDX.
               10 WS-CAL-FECHA         PIC X(8).
               10 WS-CAL-TIPO          PIC X.

      * Un calendario que declare inhabil un mes entero es un
      * error de mantenimiento, no una fecha que buscar.
       01 WS-MAX-DIAS-BUSQUEDA PIC 9(2) VALUE 31.
       01 WS-DIAS-BUSCADOS PIC 9(2).
       01 WS-DIA-ENTERO PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-FECHA-NUM PIC 9(8).
       01 WS-FECHA-EXAMINADA PIC X(8).
       01 WS-DIA-HABIL PIC X VALUE "N".
           88 DIA-ES-HABIL VALUE "S".

       LINKAGE SECTION.
           COPY FECHLINK.

       PROCEDURE DIVISION USING FECHA-AREA.
       0000-PRINCIPAL.
      * La rutina se llama varias veces en la misma corrida de la
      * cadena; las marcas de trabajo se reponen en cada llamada.
           MOVE "N" TO WS-EOF-CALENDARIO
           MOVE "N" TO WS-FECHA-LEIDA
           MOVE 0 TO WS-TOTAL-FERIADOS
           MOVE SPACES TO FECHA-ORIGEN
           MOVE SPACES TO FECHA-NEGOCIO
           MOVE SPACES TO FECHA-SIGUIENTE
           MOVE "N" TO FECHA-FIN-MES
           IF FECHA-FUNCION = "E"
               PERFORM 2000-CALCULAR-FECHA
               PERFORM 3000-GRABAR-FECHA
           ELSE
               PERFORM 1000-LEER-FECHA
               IF NOT FECHA-LEIDA
                   PERFORM 2000-CALCULAR-FECHA
               END-IF
           END-IF
           GOBACK.

       1000-LEER-FECHA.
           OPEN INPUT FECHA-NEG-FILE
           IF WS-FS-FECHANEG = "00"
               READ FECHA-NEG-FILE
                   NOT AT END
                       IF FECNEG-FECHA IS NUMERIC
                               AND FECNEG-SIGUIENTE IS NUMERIC
                           MOVE FECNEG-FECHA TO FECHA-NEGOCIO
                           MOVE FECNEG-SIGUIENTE TO FECHA-SIGUIENTE
                           MOVE FECNEG-FIN-MES TO FECHA-FIN-MES
                           MOVE "A" TO FECHA-ORIGEN
                           SET FECHA-LEIDA TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE FECHA-NEG-FILE
           IF NOT FECHA-LEIDA
               DISPLAY "FECHANEG.DAT NO EXISTE O ESTA VACIO; LA FECHA "
                   "DE NEGOCIO SE CALCULA CONTRA CALENDAR.DAT."
           END-IF.

       2000-CALCULAR-FECHA.
           PERFORM 2100-CARGAR-CALENDARIO
           MOVE FUNCTION CURRENT-DATE TO WS-AHORA
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-AHORA(1:8)))
           IF WS-AHORA(9:2) < WS-HORA-CORTE
               SUBTRACT 1 FROM WS-DIA-ENTERO
           END-IF
      * Hacia atras hasta el primer dia habil: la fecha de negocio.
           MOVE 0 TO WS-DIAS-BUSCADOS
           PERFORM 2300-EXAMINAR-DIA
           PERFORM 2400-RETROCEDER-DIA
               UNTIL DIA-ES-HABIL
           MOVE WS-FECHA-EXAMINADA TO FECHA-NEGOCIO
      * Hacia adelante hasta el dia habil siguiente, que decide si
      * la fecha de negocio es la ultima habil del mes.
           MOVE 0 TO WS-DIAS-BUSCADOS
           PERFORM 2500-AVANZAR-DIA
           PERFORM 2500-AVANZAR-DIA
               UNTIL DIA-ES-HABIL
           MOVE WS-FECHA-EXAMINADA TO FECHA-SIGUIENTE
           IF FECHA-SIGUIENTE(1:6) NOT = FECHA-NEGOCIO(1:6)
               MOVE "S" TO FECHA-FIN-MES
           END-IF
           MOVE "K" TO FECHA-ORIGEN.

       2100-CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WS-FS-CALENDARIO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALENDAR.DAT (STATUS "
                   WS-FS-CALENDARIO "); NO SE PUEDE DETERMINAR LA "
                   "FECHA DE NEGOCIO."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2200-LEER-CALENDARIO
               UNTIL FIN-DE-CALENDARIO
           CLOSE CALENDARIO.

       2200-LEER-CALENDARIO.
           READ CALENDARIO
               AT END
                   SET FIN-DE-CALENDARIO TO TRUE
               NOT AT END
                   IF CAL-FECHA IS NOT NUMERIC
                           OR (CAL-TIPO NOT = "F"
                               AND CAL-TIPO NOT = "H")
                       DISPLAY "ADVERTENCIA: LINEA INVALIDA EN "
                           "CALENDAR.DAT (" CAL-FECHA " " CAL-TIPO
                           "); SE IGNORA."
                   ELSE
                       IF WS-TOTAL-FERIADOS < WS-MAX-FERIADOS
                           ADD 1 TO WS-TOTAL-FERIADOS
                           MOVE CAL-FECHA
                               TO WS-CAL-FECHA(WS-TOTAL-FERIADOS)
                           MOVE CAL-TIPO
                               TO WS-CAL-TIPO(WS-TOTAL-FERIADOS)
                       ELSE
                           DISPLAY "ADVERTENCIA: CALENDAR.DAT EXCEDE "
                               WS-MAX-FERIADOS " FECHAS; SE IGNORA "
                               "EL " CAL-FECHA "."
                       END-IF
                   END-IF
           END-READ.

       2300-EXAMINAR-DIA.
      * El dia entero 1 (1 de enero de 1601) fue lunes: el resto
      * de dividir entre siete da 0 = lunes ... 6 = domingo. La
      * regla general se corrige con las fechas del calendario.
           ADD 1 TO WS-DIAS-BUSCADOS
           IF WS-DIAS-BUSCADOS > WS-MAX-DIAS-BUSQUEDA
               DISPLAY "ERROR: CALENDAR.DAT NO DEJA NINGUN DIA HABIL "
                   "EN " WS-MAX-DIAS-BUSQUEDA " DIAS; REVISE EL "
                   "CALENDARIO."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FECHA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
           MOVE WS-FECHA-NUM TO WS-FECHA-EXAMINADA
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-ENTERO - 1, 7)
           IF WS-DIA-SEMANA < 5
               MOVE "S" TO WS-DIA-HABIL
           ELSE
               MOVE "N" TO WS-DIA-HABIL
           END-IF
           PERFORM 2350-BUSCAR-EN-CALENDARIO
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-TOTAL-FERIADOS.

       2350-BUSCAR-EN-CALENDARIO.
           IF WS-CAL-FECHA(CAL-IDX) = WS-FECHA-EXAMINADA
               IF WS-CAL-TIPO(CAL-IDX) = "F"
                   MOVE "N" TO WS-DIA-HABIL
               ELSE
                   MOVE "S" TO WS-DIA-HABIL
               END-IF
           END-IF.

       2400-RETROCEDER-DIA.
           SUBTRACT 1 FROM WS-DIA-ENTERO
           PERFORM 2300-EXAMINAR-DIA.

       2500-AVANZAR-DIA.
           ADD 1 TO WS-DIA-ENTERO
           PERFORM 2300-EXAMINAR-DIA.

       3000-GRABAR-FECHA.
           OPEN OUTPUT FECHA-NEG-FILE
      * El status 05 es normal cuando OPEN OUTPUT crea un archivo
      * OPTIONAL que aun no existia; no es un error.
           IF WS-FS-FECHANEG NOT = "00" AND WS-FS-FECHANEG NOT = "05"
               DISPLAY "ERROR: NO SE PUDO GRABAR FECHANEG.DAT (STATUS "
                   WS-FS-FECHANEG ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FECHA-NEGOCIO TO FECNEG-FECHA
           MOVE FECHA-SIGUIENTE TO FECNEG-SIGUIENTE
           MOVE FECHA-FIN-MES TO FECNEG-FIN-MES
           MOVE WS-AHORA TO FECNEG-ESTABLECIDA
           WRITE FECNEG-RECORD
           CLOSE FECHA-NEG-FILE
           DISPLAY "FECHA DE NEGOCIO ESTABLECIDA: " FECHA-NEGOCIO
               " (DIA HABIL SIGUIENTE " FECHA-SIGUIENTE ")".
