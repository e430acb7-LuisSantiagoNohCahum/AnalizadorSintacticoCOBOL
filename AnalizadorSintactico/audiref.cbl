       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIREF.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * AUDIREF                                                *
      *                                                        *
      * Auditoria semanal de integridad referencial entre los  *
      * archivos de COBCALC. Cruza la historia CALCHIST.DAT    *
      * contra el maestro de clientes CUSTMAST.DAT y la tabla  *
      * de productos PRODTAB.DAT, revisa la antiguedad de los  *
      * suspensos de CTASUSP.DAT y CALCSUSP.DAT, busca         *
      * controles de corrida (RUNCTL.DAT) y pasos de cadena    *
      * (JOBCTL.DAT) que quedaron en proceso o fallidos, y     *
      * cruza las cuentas del posteo GLPOST.DAT y del acuse    *
      * GLACK.DAT contra CUSTMAST.DAT. El reporte AUDIRPT.DAT  *
      * lista las primeras excepciones de cada categoria con   *
      * su llave como muestra y cierra con la cantidad por     *
      * categoria. Si encuentra alguna termina con codigo de   *
      * retorno 4 para que la cadena nocturna lo senale.       *
      *                                                        *
      * Categorias:                                            *
      *   01 historia de una cuenta que ya no esta en CUSTMAST *
      *      (una excepcion por cuenta),                       *
      *   02 historia con un codigo de producto que no esta en *
      *      PRODTAB.DAT (la historia anterior al campo lo     *
      *      trae en blanco y no cuenta),                      *
      *   03 y 04 suspenso de CTASUSP.DAT o CALCSUSP.DAT mas   *
      *      antiguo que PARM-DIAS-SUSPENSO de CALCPARM.DAT    *
      *      (30 dias si no viene) o sin fecha,                *
      *   05 control de corrida de RUNCTL.DAT en proceso (E),  *
      *   06 paso de JOBCTL.DAT en proceso (E) o fallido (F),  *
      *      salvo la linea de esta misma auditoria,           *
      *   07 linea de GLPOST.DAT o de GLACK.DAT de una cuenta  *
      *      que no esta en CUSTMAST,                          *
      *   08 acuse GLACK.DAT de una fecha distinta a la del    *
      *      posteo GLPOST.DAT.                                *
      * Los archivos que no existen no se auditan.             *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUENTA
               FILE STATUS IS WS-FS-CUSTMAST.

           SELECT OPTIONAL CALC-HIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT PROD-TABLE ASSIGN TO "PRODTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODTAB.

           SELECT OPTIONAL CTA-SUSPENSO ASSIGN TO "CTASUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTASUSP.

           SELECT OPTIONAL EDIT-SUSPENSO ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALCSUSP.

           SELECT OPTIONAL RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT OPTIONAL JOB-CONTROL ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBCTL.

           SELECT OPTIONAL GL-POSTING ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

           SELECT OPTIONAL GL-ACUSE ASSIGN TO "GLACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUSE.

           SELECT OPTIONAL CALC-PARM ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT AUDI-LISTADO ASSIGN TO "AUDIRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST.
           COPY CUSTMAST.

       FD  CALC-HIST.
           COPY HISTREC.

       FD  PROD-TABLE.
           COPY PRODREC.

      * Los dos suspensos tienen el formato de SUSPREC; se leen
      * sobre la copia de WORKING-STORAGE.
       FD  CTA-SUSPENSO.
       01  CSUS-RECORD            PIC X(50).

       FD  EDIT-SUSPENSO.
       01  ESUS-RECORD            PIC X(50).

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       FD  JOB-CONTROL.
           COPY JOBCTLRC.

       FD  GL-POSTING.
           COPY GLPOSREC.

       FD  GL-ACUSE.
           COPY GLACKREC.

       FD  CALC-PARM.
           COPY PARMREC.

       FD  AUDI-LISTADO.
       01  LST-RECORD.
           05 LST-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CUSTMAST PIC XX.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-PRODTAB PIC XX.
       01 WS-FS-CTASUSP PIC XX.
       01 WS-FS-CALCSUSP PIC XX.
       01 WS-FS-RUNCTL PIC XX.
       01 WS-FS-JOBCTL PIC XX.
       01 WS-FS-GLPOST PIC XX.
       01 WS-FS-ACUSE PIC XX.
       01 WS-FS-PARM PIC XX.
       01 WS-FS-LISTADO PIC XX.

           COPY SUSPREC.

       01 WS-EOF-ARCHIVO PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "S".
       01 WS-EOF-PRODTAB PIC X VALUE "N".
           88 FIN-DE-TABLA VALUE "S".
       01 WS-CLIENTE-EXISTE PIC X VALUE "N".
           88 CLIENTE-EXISTE VALUE "S".
       01 WS-PRODUCTO-EXISTE PIC X VALUE "N".
           88 PRODUCTO-EXISTE VALUE "S".

       01 WS-FECHA-HOY PIC X(8).
           COPY FECHLINK.
       01 WS-DIAS-HOY PIC 9(7).
       01 WS-DIAS-SUSPENSO PIC 9(7).
       01 WS-DIAS-TRANSCURRIDOS PIC S9(5).
       01 WS-DIAS-LIMITE PIC 9(3) VALUE 30.

       01 WS-CUENTA-ANTERIOR PIC 9(6) VALUE 0.
       01 WS-CUENTA-BUSCAR PIC 9(6).
       01 WS-FECHA-POSTEO PIC X(8) VALUE SPACES.
       01 WS-FECHA-ACUSE PIC X(8) VALUE SPACES.

      * Solo los codigos: para esta auditoria basta que el
      * producto exista con cualquier vigencia.
       01 WS-MAX-PRODUCTOS PIC 9(2) VALUE 50.
       01 WS-TOTAL-PRODUCTOS PIC 9(2) VALUE 0.
       01 WS-TABLA-PRODUCTOS.
           05 WS-PROD-CODIGO PIC X(3) OCCURS 50 TIMES
               INDEXED BY PROD-IDX.

       01 WS-CATEGORIA PIC 9(2).
       01 WS-MAX-CATEGORIAS PIC 9(2) VALUE 8.
       01 WS-MAX-MUESTRAS PIC 9(3) VALUE 10.
       01 WS-TOTAL-EXCEPCIONES PIC 9(9) VALUE 0.
       01 WS-LLAVE-EXCEPCION PIC X(40).
       01 WS-TABLA-CATEGORIAS.
           05 FILLER PIC X(34)
               VALUE "HISTORIA SIN CLIENTE EN CUSTMAST".
           05 FILLER PIC X(34)
               VALUE "HISTORIA CON PRODUCTO INEXISTENTE".
           05 FILLER PIC X(34)
               VALUE "SUSPENSO VENCIDO EN CTASUSP.DAT".
           05 FILLER PIC X(34)
               VALUE "SUSPENSO VENCIDO EN CALCSUSP.DAT".
           05 FILLER PIC X(34)
               VALUE "CORRIDA EN PROCESO EN RUNCTL.DAT".
           05 FILLER PIC X(34)
               VALUE "PASO SIN TERMINAR EN JOBCTL.DAT".
           05 FILLER PIC X(34)
               VALUE "LINEA GL SIN CLIENTE EN CUSTMAST".
           05 FILLER PIC X(34)
               VALUE "ACUSE GL DE OTRA FECHA QUE GLPOST".
       01 FILLER REDEFINES WS-TABLA-CATEGORIAS.
           05 WS-CAT-DESCRIPCION PIC X(34) OCCURS 8 TIMES.
       01 WS-TABLA-CONTADORES.
           05 WS-CAT-CONTADOR PIC 9(7) OCCURS 8 TIMES.

       01 WS-NUM-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01 WS-ENCABEZADO-1.
           05 FILLER             PIC X(10) VALUE "AUDIREF -".
           05 FILLER             PIC X(30)
               VALUE " INTEGRIDAD REFERENCIAL".
           05 FILLER             PIC X(10) VALUE "PAGINA: ".
           05 WS-E-PAGINA         PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER             PIC X(4) VALUE "CAT".
           05 FILLER             PIC X(36) VALUE "EXCEPCION".
           05 FILLER             PIC X(40) VALUE "LLAVE".

       01 WS-LINEA-EXCEPCION.
           05 WS-L-CATEGORIA      PIC 9(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-DESCRIPCION    PIC X(34).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-LLAVE          PIC X(40).

       01 WS-ENCABEZADO-RESUMEN.
           05 FILLER             PIC X(40)
               VALUE "RESUMEN POR CATEGORIA".
           05 FILLER             PIC X(10) VALUE "CANTIDAD".

       01 WS-LINEA-RESUMEN.
           05 WS-R-CATEGORIA      PIC 9(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-R-DESCRIPCION    PIC X(34).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-R-CANTIDAD       PIC ZZZ,ZZ9.

       01 WS-LINEA-TOTALES.
           05 FILLER             PIC X(23)
               VALUE "TOTAL DE EXCEPCIONES:".
           05 WS-T-EXCEPCIONES    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(19)
               VALUE " MUESTRAS POR CAT.:".
           05 WS-T-MUESTRAS       PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-AUDITAR-HISTORIA
           PERFORM 3000-AUDITAR-SUSPENSOS
           PERFORM 4000-AUDITAR-CONTROLES
           PERFORM 5000-AUDITAR-POSTEO
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-HOY
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-FECHA-HOY))
           MOVE ZEROS TO WS-TABLA-CONTADORES
           PERFORM 1050-LEER-PARAMETRO
           PERFORM 1100-CARGAR-PRODUCTOS
           OPEN INPUT CUSTMAST
           IF WS-FS-CUSTMAST NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTMAST.DAT (STATUS "
                   WS-FS-CUSTMAST ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDI-LISTADO
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDIRPT.DAT (STATUS "
                   WS-FS-LISTADO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-ESCRIBIR-ENCABEZADO.

       1050-LEER-PARAMETRO.
           OPEN INPUT CALC-PARM
           IF WS-FS-PARM = "00"
               READ CALC-PARM
                   NOT AT END
                       IF PARM-DIAS-SUSPENSO IS NUMERIC
                               AND PARM-DIAS-SUSPENSO > 0
                           MOVE PARM-DIAS-SUSPENSO TO WS-DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE CALC-PARM
           END-IF.

       1100-CARGAR-PRODUCTOS.
           OPEN INPUT PROD-TABLE
           IF WS-FS-PRODTAB NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRODTAB.DAT (STATUS "
                   WS-FS-PRODTAB "); NO HAY TABLA DE PRODUCTOS."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LEER-PRODUCTO
               UNTIL FIN-DE-TABLA
           CLOSE PROD-TABLE.

       1110-LEER-PRODUCTO.
           READ PROD-TABLE
               AT END
                   SET FIN-DE-TABLA TO TRUE
               NOT AT END
                   IF WS-TOTAL-PRODUCTOS < WS-MAX-PRODUCTOS
                       ADD 1 TO WS-TOTAL-PRODUCTOS
                       MOVE PROD-CODIGO
                           TO WS-PROD-CODIGO(WS-TOTAL-PRODUCTOS)
                   ELSE
                       DISPLAY "ADVERTENCIA: PRODTAB.DAT EXCEDE "
                           WS-MAX-PRODUCTOS " PRODUCTOS; SE IGNORA "
                           "EL CODIGO " PROD-CODIGO "."
                   END-IF
           END-READ.

      **********************************************************
      * Historia contra clientes y productos (01 y 02)         *
      **********************************************************
       2000-AUDITAR-HISTORIA.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT CALC-HIST
      * El status 05 es normal antes de la primera carga CARGHIST:
      * no hay historia que auditar.
           IF WS-FS-HIST NOT = "00" AND WS-FS-HIST NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALCHIST.DAT (STATUS "
                   WS-FS-HIST ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-LEER-HISTORIA
           PERFORM 2200-EXAMINAR-HISTORIA
               UNTIL FIN-DE-ARCHIVO
           CLOSE CALC-HIST.

       2100-LEER-HISTORIA.
           IF WS-FS-HIST = "00"
               READ CALC-HIST NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

       2200-EXAMINAR-HISTORIA.
      * La historia viene ordenada por cuenta: el maestro se
      * consulta una vez por cuenta y se reporta una sola vez.
           IF HIST-CUENTA NOT = WS-CUENTA-ANTERIOR
               MOVE HIST-CUENTA TO WS-CUENTA-ANTERIOR
               MOVE HIST-CUENTA TO WS-CUENTA-BUSCAR
               PERFORM 7000-BUSCAR-CLIENTE
               IF NOT CLIENTE-EXISTE
                   MOVE 1 TO WS-CATEGORIA
                   MOVE SPACES TO WS-LLAVE-EXCEPCION
                   STRING "CUENTA " HIST-CUENTA " DESDE " HIST-FECHA
                       DELIMITED BY SIZE
                       INTO WS-LLAVE-EXCEPCION
                   END-STRING
                   PERFORM 8000-REGISTRAR-EXCEPCION
               END-IF
           END-IF
           IF HIST-PRODUCTO NOT = SPACES
               MOVE "N" TO WS-PRODUCTO-EXISTE
               PERFORM 2300-BUSCAR-PRODUCTO
                   VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > WS-TOTAL-PRODUCTOS
                       OR PRODUCTO-EXISTE
               IF NOT PRODUCTO-EXISTE
                   MOVE 2 TO WS-CATEGORIA
                   MOVE SPACES TO WS-LLAVE-EXCEPCION
                   STRING HIST-CUENTA " " HIST-FECHA " " HIST-HORA
                       " PRODUCTO " HIST-PRODUCTO
                       DELIMITED BY SIZE
                       INTO WS-LLAVE-EXCEPCION
                   END-STRING
                   PERFORM 8000-REGISTRAR-EXCEPCION
               END-IF
           END-IF
           PERFORM 2100-LEER-HISTORIA.

       2300-BUSCAR-PRODUCTO.
           IF WS-PROD-CODIGO(PROD-IDX) = HIST-PRODUCTO
               SET PRODUCTO-EXISTE TO TRUE
           END-IF.

      **********************************************************
      * Suspensos sin reciclar (03 y 04)                       *
      **********************************************************
       3000-AUDITAR-SUSPENSOS.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT CTA-SUSPENSO
           IF WS-FS-CTASUSP NOT = "00" AND WS-FS-CTASUSP NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CTASUSP.DAT (STATUS "
                   WS-FS-CTASUSP ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 3 TO WS-CATEGORIA
           PERFORM 3100-LEER-CTASUSP
               UNTIL FIN-DE-ARCHIVO
           CLOSE CTA-SUSPENSO
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT EDIT-SUSPENSO
           IF WS-FS-CALCSUSP NOT = "00" AND WS-FS-CALCSUSP NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALCSUSP.DAT (STATUS "
                   WS-FS-CALCSUSP ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 4 TO WS-CATEGORIA
           PERFORM 3200-LEER-CALCSUSP
               UNTIL FIN-DE-ARCHIVO
           CLOSE EDIT-SUSPENSO.

       3100-LEER-CTASUSP.
           IF WS-FS-CTASUSP = "00"
               READ CTA-SUSPENSO INTO SUSP-RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 3300-EXAMINAR-SUSPENSO
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

       3200-LEER-CALCSUSP.
           IF WS-FS-CALCSUSP = "00"
               READ EDIT-SUSPENSO INTO SUSP-RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 3300-EXAMINAR-SUSPENSO
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

       3300-EXAMINAR-SUSPENSO.
           IF SUSP-FECHA IS NUMERIC
               COMPUTE WS-DIAS-SUSPENSO =
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(SUSP-FECHA))
               COMPUTE WS-DIAS-TRANSCURRIDOS =
                   WS-DIAS-HOY - WS-DIAS-SUSPENSO
           ELSE
      * Un suspenso sin fecha no puede probar que es reciente;
      * se reporta como vencido.
               MOVE 99999 TO WS-DIAS-TRANSCURRIDOS
           END-IF
           IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-LIMITE
               MOVE SPACES TO WS-LLAVE-EXCEPCION
               STRING "MOTIVO " SUSP-MOTIVO " DEL " SUSP-FECHA
                   " " SUSP-DATOS(1:15)
                   DELIMITED BY SIZE
                   INTO WS-LLAVE-EXCEPCION
               END-STRING
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

      **********************************************************
      * Controles de corrida y de cadena (05 y 06)             *
      **********************************************************
       4000-AUDITAR-CONTROLES.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUNCTL NOT = "00" AND WS-FS-RUNCTL NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RUNCTL.DAT (STATUS "
                   WS-FS-RUNCTL ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-LEER-RUNCTL
               UNTIL FIN-DE-ARCHIVO
           CLOSE RUN-CONTROL
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT JOB-CONTROL
           IF WS-FS-JOBCTL NOT = "00" AND WS-FS-JOBCTL NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR JOBCTL.DAT (STATUS "
                   WS-FS-JOBCTL ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4200-LEER-JOBCTL
               UNTIL FIN-DE-ARCHIVO
           CLOSE JOB-CONTROL.

       4100-LEER-RUNCTL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF RUNCTL-ESTADO = "E"
                           MOVE 5 TO WS-CATEGORIA
                           MOVE SPACES TO WS-LLAVE-EXCEPCION
                           STRING "FECHA " RUNCTL-FECHA " CORRIDA "
                               RUNCTL-NUM-CORRIDA " ESTADO "
                               RUNCTL-ESTADO
                               DELIMITED BY SIZE
                               INTO WS-LLAVE-EXCEPCION
                           END-STRING
                           PERFORM 8000-REGISTRAR-EXCEPCION
                       END-IF
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

       4200-LEER-JOBCTL.
      * Dentro de la cadena la linea de esta auditoria esta en
      * proceso mientras corre; no es una excepcion.
           IF WS-FS-JOBCTL = "00"
               READ JOB-CONTROL
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF (JOBCTL-ESTADO = "E"
                               AND JOBCTL-PROGRAMA NOT = "AUDIREF")
                           OR JOBCTL-ESTADO = "F"
                           MOVE 6 TO WS-CATEGORIA
                           MOVE SPACES TO WS-LLAVE-EXCEPCION
                           STRING "FECHA " JOBCTL-FECHA " PASO "
                               JOBCTL-PASO " " JOBCTL-PROGRAMA
                               " ESTADO " JOBCTL-ESTADO
                               DELIMITED BY SIZE
                               INTO WS-LLAVE-EXCEPCION
                           END-STRING
                           PERFORM 8000-REGISTRAR-EXCEPCION
                       END-IF
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

      **********************************************************
      * Posteo al mayor y su acuse (07 y 08)                   *
      **********************************************************
       5000-AUDITAR-POSTEO.
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT GL-POSTING
           IF WS-FS-GLPOST NOT = "00" AND WS-FS-GLPOST NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR GLPOST.DAT (STATUS "
                   WS-FS-GLPOST ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-LEER-GLPOST
               UNTIL FIN-DE-ARCHIVO
           CLOSE GL-POSTING
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT GL-ACUSE
           IF WS-FS-ACUSE NOT = "00" AND WS-FS-ACUSE NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR GLACK.DAT (STATUS "
                   WS-FS-ACUSE ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5200-LEER-GLACK
               UNTIL FIN-DE-ARCHIVO
           CLOSE GL-ACUSE
      * Solo se comparan las fechas si llegaron los dos
      * encabezados.
           IF WS-FECHA-POSTEO NOT = SPACES
                   AND WS-FECHA-ACUSE NOT = SPACES
                   AND WS-FECHA-POSTEO NOT = WS-FECHA-ACUSE
               MOVE 8 TO WS-CATEGORIA
               MOVE SPACES TO WS-LLAVE-EXCEPCION
               STRING "GLPOST " WS-FECHA-POSTEO " GLACK "
                   WS-FECHA-ACUSE
                   DELIMITED BY SIZE
                   INTO WS-LLAVE-EXCEPCION
               END-STRING
               PERFORM 8000-REGISTRAR-EXCEPCION
           END-IF.

       5100-LEER-GLPOST.
           IF WS-FS-GLPOST = "00"
               READ GL-POSTING
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       EVALUATE GLPOST-TIPO
                           WHEN "H"
                               MOVE GLPOST-H-FECHA TO WS-FECHA-POSTEO
                           WHEN "D"
                               MOVE GLPOST-D-CUENTA TO WS-CUENTA-BUSCAR
                               PERFORM 7000-BUSCAR-CLIENTE
                               IF NOT CLIENTE-EXISTE
                                   MOVE 7 TO WS-CATEGORIA
                                   MOVE SPACES TO WS-LLAVE-EXCEPCION
                                   STRING "GLPOST CUENTA "
                                       GLPOST-D-CUENTA " GL "
                                       GLPOST-D-CUENTA-GL
                                       DELIMITED BY SIZE
                                       INTO WS-LLAVE-EXCEPCION
                                   END-STRING
                                   PERFORM 8000-REGISTRAR-EXCEPCION
                               END-IF
                       END-EVALUATE
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

       5200-LEER-GLACK.
           IF WS-FS-ACUSE = "00"
               READ GL-ACUSE
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       EVALUATE GLACK-TIPO
                           WHEN "H"
                               MOVE GLACK-H-FECHA TO WS-FECHA-ACUSE
                           WHEN "D"
                               MOVE GLACK-D-CUENTA TO WS-CUENTA-BUSCAR
                               PERFORM 7000-BUSCAR-CLIENTE
                               IF NOT CLIENTE-EXISTE
                                   MOVE 7 TO WS-CATEGORIA
                                   MOVE SPACES TO WS-LLAVE-EXCEPCION
                                   STRING "GLACK CUENTA "
                                       GLACK-D-CUENTA
                                       DELIMITED BY SIZE
                                       INTO WS-LLAVE-EXCEPCION
                                   END-STRING
                                   PERFORM 8000-REGISTRAR-EXCEPCION
                               END-IF
                       END-EVALUATE
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

       7000-BUSCAR-CLIENTE.
      * Una cuenta cerrada sigue en el maestro: solo falta la que
      * se dio de baja o nunca existio.
           MOVE WS-CUENTA-BUSCAR TO CUST-CUENTA
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO WS-CLIENTE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CLIENTE-EXISTE
           END-READ.

       8000-REGISTRAR-EXCEPCION.
      * Todas se cuentan; solo las primeras de cada categoria se
      * listan como muestra.
           ADD 1 TO WS-CAT-CONTADOR(WS-CATEGORIA)
           ADD 1 TO WS-TOTAL-EXCEPCIONES
           IF WS-CAT-CONTADOR(WS-CATEGORIA) <= WS-MAX-MUESTRAS
               IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
                   PERFORM 8100-ESCRIBIR-ENCABEZADO
               END-IF
               MOVE WS-CATEGORIA TO WS-L-CATEGORIA
               MOVE WS-CAT-DESCRIPCION(WS-CATEGORIA)
                   TO WS-L-DESCRIPCION
               MOVE WS-LLAVE-EXCEPCION TO WS-L-LLAVE
               MOVE WS-LINEA-EXCEPCION TO LST-LINE
               WRITE LST-RECORD
               ADD 1 TO WS-LINEAS-EN-PAGINA
           END-IF.

       8100-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-E-PAGINA
           MOVE WS-ENCABEZADO-1 TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-ENCABEZADO-2 TO LST-LINE
           WRITE LST-RECORD
           MOVE 0 TO WS-LINEAS-EN-PAGINA.

       8200-LISTAR-CATEGORIA.
           MOVE WS-CATEGORIA TO WS-R-CATEGORIA
           MOVE WS-CAT-DESCRIPCION(WS-CATEGORIA) TO WS-R-DESCRIPCION
           MOVE WS-CAT-CONTADOR(WS-CATEGORIA) TO WS-R-CANTIDAD
           MOVE WS-LINEA-RESUMEN TO LST-LINE
           WRITE LST-RECORD
           IF WS-CAT-CONTADOR(WS-CATEGORIA) > 0
               DISPLAY "CATEGORIA " WS-CATEGORIA " "
                   WS-CAT-DESCRIPCION(WS-CATEGORIA) ": "
                   WS-CAT-CONTADOR(WS-CATEGORIA)
           END-IF.

       9000-TERMINAR.
           MOVE SPACES TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-ENCABEZADO-RESUMEN TO LST-LINE
           WRITE LST-RECORD
           PERFORM 8200-LISTAR-CATEGORIA
               VARYING WS-CATEGORIA FROM 1 BY 1
               UNTIL WS-CATEGORIA > WS-MAX-CATEGORIAS
           MOVE WS-TOTAL-EXCEPCIONES TO WS-T-EXCEPCIONES
           MOVE WS-MAX-MUESTRAS TO WS-T-MUESTRAS
           MOVE WS-LINEA-TOTALES TO LST-LINE
           WRITE LST-RECORD
           IF WS-TOTAL-EXCEPCIONES > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "AUDITORIA DE INTEGRIDAD TERMINADA. EXCEPCIONES: "
               WS-TOTAL-EXCEPCIONES
           CLOSE CUSTMAST
           CLOSE AUDI-LISTADO.
