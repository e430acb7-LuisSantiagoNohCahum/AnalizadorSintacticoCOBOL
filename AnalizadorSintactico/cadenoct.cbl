      * CADENOCT                                               *
      *                                                        *
      * Lanzador de la cadena nocturna de COBCALC: ejecuta en  *
      * orden CARGCLIE, RECICSUS, EDITLOTE, USODEACCB,         *
      * CARGHIST, RESUMLOG y PENDPROD, en el ultimo dia habil  *
      * del mes ademas PRESMENS, ESTADCTA, RESUMPRO y la       *
      * depuracion de historia PURGHIST, y en el ultimo dia    *
      * habil de la semana la auditoria de integridad AUDIREF, *
      * para la fecha de negocio, asentando el inicio, el fin  *
      * y el codigo de retorno de cada paso en el control de   *
      * cadena JOBCTL.DAT. Un paso no arranca si su antecesor  *
      * no termino limpio (codigo de retorno 4 o menor), y al  *
      * relanzar la cadena se reanuda en el primer paso que    *
      * quedo fallido o a medias, en lugar de repetir la noche *
      * entera. Un paso que aborta con STOP RUN tumba tambien  *
      * al lanzador: su linea queda "en proceso" en JOBCTL.DAT *
      * y el relanzamiento lo reintenta.                       *
      *                                                        *
      * La fecha de negocio la fija la rutina FECHANEG contra  *
      * el calendario de dias habiles CALENDAR.DAT una sola    *
      * vez por noche, y queda en FECHANEG.DAT para todos los  *
      * pasos. Mientras la cadena de esa fecha no termine, un  *
      * relanzamiento la retoma aunque el reloj ya marque otro *
      * dia. Cada paso lleva una condicion de calendario: D =  *
      * todos los dias habiles, M = solo el ultimo dia habil   *
      * del mes, S = solo el ultimo dia habil de la semana; un *
      * paso fuera de fecha queda omitido. Antes de un paso de *
      * fin de mes el lanzador graba el mes de la fecha de     *
      * negocio en MESPARM.DAT, asi que nadie tiene que        *
      * preparar ese parametro.                                *
      *                                                        *
      **********************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBCTL.

           SELECT MES-PARM ASSIGN TO "MESPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESPARM.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CONTROL.
           COPY JOBCTLRC.

       FD  MES-PARM.
           COPY MESPARM.

       WORKING-STORAGE SECTION.
       01 WS-FS-JOBCTL PIC XX.
       01 WS-FS-MESPARM PIC XX.

           COPY FECHLINK.

       01 WS-FECHA-CORRIDA PIC X(8).
       01 WS-EOF-JOBCTL PIC X VALUE "N".
           88 FIN-DE-CONTROL VALUE "S".
       01 WS-CONTROL-DE-HOY PIC X VALUE "N".
           88 CONTROL-ES-DE-HOY VALUE "S".
       01 WS-CADENA-INCOMPLETA PIC X VALUE "N".
           88 CADENA-INCOMPLETA VALUE "S".
       01 WS-FECHA-ANTERIOR PIC X(8).
       01 WS-SEMANA-NEGOCIO PIC 9(7).
       01 WS-SEMANA-SIGUIENTE PIC 9(7).
       01 WS-FIN-SEMANA PIC X VALUE "N".
           88 FECHA-ES-FIN-DE-SEMANA VALUE "S".

      * WS-PASO-CONDICION: D = todos los dias habiles,
      *                    M = solo el ultimo dia habil del mes,
      *                    S = solo el ultimo dia habil de la
      *                        semana.
       01 WS-MAX-PASOS PIC 9(2) VALUE 12.
       01 WS-PASO PIC 9(2).
       01 WS-TABLA-PASOS.
           05 FILLER PIC X(60) VALUE "CARGCLIE    DP0000".
           05 FILLER PIC X(60) VALUE "RECICSUS    DP0000".
           05 FILLER PIC X(60) VALUE "EDITLOTE    DP0000".
           05 FILLER PIC X(60) VALUE "USODEACCB   DP0000".
           05 FILLER PIC X(60) VALUE "CARGHIST    DP0000".
           05 FILLER PIC X(60) VALUE "RESUMLOG    DP0000".
           05 FILLER PIC X(60) VALUE "PENDPROD    DP0000".
           05 FILLER PIC X(60) VALUE "PRESMENS    MP0000".
           05 FILLER PIC X(60) VALUE "ESTADCTA    MP0000".
           05 FILLER PIC X(60) VALUE "RESUMPRO    MP0000".
           05 FILLER PIC X(60) VALUE "PURGHIST    MP0000".
           05 FILLER PIC X(60) VALUE "AUDIREF     SP0000".
       01 FILLER REDEFINES WS-TABLA-PASOS.
           05 WS-PASO-ENTRADA OCCURS 12 TIMES.
               10 WS-PASO-PROGRAMA    PIC X(12).
               10 WS-PASO-CONDICION   PIC X.
               10 WS-PASO-ESTADO      PIC X.
               10 WS-PASO-RETORNO     PIC 9(4).
               10 WS-PASO-INICIO      PIC X(21).
           88 CADENA-DETENIDA VALUE "S".
       01 WS-PASOS-EJECUTADOS PIC 9(2) VALUE 0.
       01 WS-PASOS-SALTADOS PIC 9(2) VALUE 0.
       01 WS-PASOS-OMITIDOS PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           GOBACK.

       1000-INICIAR.
      * Primero se consulta la fecha vigente: si su cadena quedo a
      * medias se retoma esa misma fecha, aunque el reloj ya marque
      * otro dia. Solo con la cadena anterior terminada se
      * establece la fecha de negocio de esta noche.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-CORRIDA
           PERFORM 1050-CARGAR-CONTROL
           IF CADENA-INCOMPLETA
               DISPLAY "LA CADENA DEL " WS-FECHA-CORRIDA " QUEDO "
                   "INCOMPLETA; SE RETOMA ESA FECHA DE NEGOCIO."
           ELSE
               MOVE WS-FECHA-CORRIDA TO WS-FECHA-ANTERIOR
               MOVE "E" TO FECHA-FUNCION
               CALL "FECHANEG" USING FECHA-AREA
               MOVE FECHA-NEGOCIO TO WS-FECHA-CORRIDA
               IF WS-FECHA-CORRIDA NOT = WS-FECHA-ANTERIOR
                   PERFORM 1400-REPONER-PASO
                       VARYING WS-PASO FROM 1 BY 1
                       UNTIL WS-PASO > WS-MAX-PASOS
                   MOVE "N" TO WS-CONTROL-DE-HOY
                   PERFORM 1050-CARGAR-CONTROL
               END-IF
           END-IF
           PERFORM 1500-VERIFICAR-SEMANA
           DISPLAY "CADENA NOCTURNA DE COBCALC - FECHA DE NEGOCIO "
               WS-FECHA-CORRIDA
           IF FECHA-ES-FIN-DE-MES
               DISPLAY "ULTIMO DIA HABIL DEL MES: CORREN LOS PASOS DE "
                   "FIN DE MES."
           END-IF
           IF FECHA-ES-FIN-DE-SEMANA
               DISPLAY "ULTIMO DIA HABIL DE LA SEMANA: CORREN LOS "
                   "PASOS SEMANALES."
           END-IF
           IF CONTROL-ES-DE-HOY
               DISPLAY "CONTROL DE CADENA DE HOY ENCONTRADO; SE "
                   "REANUDA EN EL PRIMER PASO NO COMPLETO."
           END-IF
           PERFORM 8000-GRABAR-CONTROL.

       1050-CARGAR-CONTROL.
           MOVE "N" TO WS-EOF-JOBCTL
           OPEN INPUT JOB-CONTROL
           IF WS-FS-JOBCTL = "00"
               PERFORM 1100-LEER-CONTROL
                   UNTIL FIN-DE-CONTROL
           END-IF
           CLOSE JOB-CONTROL
           MOVE "N" TO WS-CADENA-INCOMPLETA
           IF CONTROL-ES-DE-HOY
               PERFORM 1300-EXAMINAR-PASO
                   VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO > WS-MAX-PASOS
           END-IF.

       1100-LEER-CONTROL.
           READ JOB-CONTROL
           IF JOBCTL-FECHA = WS-FECHA-CORRIDA
                   AND JOBCTL-PASO >= 1
                   AND JOBCTL-PASO <= WS-MAX-PASOS
                   AND JOBCTL-PROGRAMA = WS-PASO-PROGRAMA(JOBCTL-PASO)
               SET CONTROL-ES-DE-HOY TO TRUE
               MOVE JOBCTL-ESTADO
                   TO WS-PASO-ESTADO(JOBCTL-PASO)
                   TO WS-PASO-FIN(JOBCTL-PASO)
           END-IF.

       1300-EXAMINAR-PASO.
           IF WS-PASO-ESTADO(WS-PASO) NOT = "C"
                   AND WS-PASO-ESTADO(WS-PASO) NOT = "O"
               SET CADENA-INCOMPLETA TO TRUE
           END-IF.

       1400-REPONER-PASO.
           MOVE "P" TO WS-PASO-ESTADO(WS-PASO)
           MOVE 0 TO WS-PASO-RETORNO(WS-PASO)
           MOVE SPACES TO WS-PASO-INICIO(WS-PASO)
           MOVE SPACES TO WS-PASO-FIN(WS-PASO).

       1500-VERIFICAR-SEMANA.
      * El dia entero 1 (1 de enero de 1601) fue lunes: dividir
      * entre siete da el numero de semana de lunes a domingo. La
      * fecha de negocio es la ultima habil de su semana cuando el
      * dia habil siguiente ya cae en otra. Sin dia habil
      * siguiente conocido los pasos semanales corren igual.
           MOVE "S" TO WS-FIN-SEMANA
           IF FECHA-SIGUIENTE IS NUMERIC
               COMPUTE WS-SEMANA-NEGOCIO =
                   (FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(WS-FECHA-CORRIDA)) - 1) / 7
               COMPUTE WS-SEMANA-SIGUIENTE =
                   (FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(FECHA-SIGUIENTE)) - 1) / 7
               IF WS-SEMANA-SIGUIENTE = WS-SEMANA-NEGOCIO
                   MOVE "N" TO WS-FIN-SEMANA
               END-IF
           END-IF.

       2000-EJECUTAR-PASO.
           EVALUATE TRUE
               WHEN WS-PASO-ESTADO(WS-PASO) = "C"
                   DISPLAY "PASO " WS-PASO " ("
                       WS-PASO-PROGRAMA(WS-PASO) ") NO ARRANCA: "
                       "SU ANTECESOR NO TERMINO LIMPIO."
               WHEN WS-PASO-CONDICION(WS-PASO) = "M"
                       AND NOT FECHA-ES-FIN-DE-MES
                   PERFORM 2100-OMITIR-PASO
               WHEN WS-PASO-CONDICION(WS-PASO) = "S"
                       AND NOT FECHA-ES-FIN-DE-SEMANA
                   PERFORM 2100-OMITIR-PASO
               WHEN OTHER
                   PERFORM 3000-LANZAR-PROGRAMA
           END-EVALUATE.

       2100-OMITIR-PASO.
      * Un paso que el calendario no pide hoy no cuenta como
      * pendiente: queda omitido y no detiene a sus sucesores.
           ADD 1 TO WS-PASOS-OMITIDOS
           MOVE "O" TO WS-PASO-ESTADO(WS-PASO)
           MOVE 0 TO WS-PASO-RETORNO(WS-PASO)
           MOVE SPACES TO WS-PASO-INICIO(WS-PASO)
           MOVE SPACES TO WS-PASO-FIN(WS-PASO)
           IF WS-PASO-CONDICION(WS-PASO) = "S"
               DISPLAY "PASO " WS-PASO " ("
                   WS-PASO-PROGRAMA(WS-PASO) ") OMITIDO: SOLO CORRE "
                   "EL ULTIMO DIA HABIL DE LA SEMANA."
           ELSE
               DISPLAY "PASO " WS-PASO " ("
                   WS-PASO-PROGRAMA(WS-PASO) ") OMITIDO: SOLO CORRE "
                   "EL ULTIMO DIA HABIL DEL MES."
           END-IF
           PERFORM 8000-GRABAR-CONTROL.

       3000-LANZAR-PROGRAMA.
           ADD 1 TO WS-PASOS-EJECUTADOS
           IF WS-PASO-CONDICION(WS-PASO) = "M"
               PERFORM 3100-GRABAR-MES
           END-IF
           DISPLAY "PASO " WS-PASO ": ARRANCA "
               WS-PASO-PROGRAMA(WS-PASO)
           MOVE "E" TO WS-PASO-ESTADO(WS-PASO)
           END-IF
           PERFORM 8000-GRABAR-CONTROL.

       3100-GRABAR-MES.
      * Los programas de fin de mes toman el mes de MESPARM.DAT; se
      * graba el de la fecha de negocio para que un parametro viejo
      * olvidado en el archivo no desvie la corrida.
           OPEN OUTPUT MES-PARM
           IF WS-FS-MESPARM NOT = "00"
               DISPLAY "ERROR: NO SE PUDO GRABAR MESPARM.DAT (STATUS "
                   WS-FS-MESPARM ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-CORRIDA(1:6) TO MESP-MES
           WRITE MES-PARM-RECORD
           CLOSE MES-PARM.

       8000-GRABAR-CONTROL.
           OPEN OUTPUT JOB-CONTROL
      * El status 05 es normal cuando OPEN OUTPUT crea un archivo
                   DISPLAY "CADENA NOCTURNA DEL " WS-FECHA-CORRIDA
                       " COMPLETA. PASOS EJECUTADOS: "
                       WS-PASOS-EJECUTADOS " SALTADOS: "
                       WS-PASOS-SALTADOS " OMITIDOS: "
                       WS-PASOS-OMITIDOS
               END-IF
           END-IF.
