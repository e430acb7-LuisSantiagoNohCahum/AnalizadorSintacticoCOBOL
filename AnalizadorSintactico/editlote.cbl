      * CALCSUSP.DAT con su codigo de motivo, y todo queda     *
      * asentado en el listado de edicion CALCEDLS.DAT.        *
      *                                                        *
      * Los reversos que operaciones prepara en CALCREV.DAT    *
      * (cuenta, fecha y hora del calculo a anular) se editan  *
      * aparte y pasan a CALCIN.DAT como registros de tipo R,  *
      * contados por separado en el pie; los que traen una     *
      * referencia invalida van al suspenso con motivo 05 y se *
      * corrigen y reenvian por el mismo CALCREV.DAT.          *
      *                                                        *
      * Un registro igual (cuenta, producto y monto) a otro ya *
      * aceptado en la misma entrada, o a un calculo vigente   *
      * de CALCHIST.DAT dentro de los dias que fija            *
      * PARM-DIAS-DUPLICADO en CALCPARM.DAT, va al suspenso    *
      * como posible duplicado (motivo 06). Si era genuino,    *
      * operaciones lo reenvia en CALCRSUB.DAT con una L en la *
      * posicion 19 y pasa sin esa revision.                   *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REENVIO.

           SELECT OPTIONAL EDIT-REVERSO ASSIGN TO "CALCREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVERSO.

           SELECT EDIT-SALIDA ASSIGN TO "CALCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALIDA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODTAB.

           SELECT OPTIONAL CALC-PARM ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT OPTIONAL CALC-HIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-ENTRADA.
       FD  EDIT-REENVIO.
       01  RSUB-RECORD            PIC X(40).

       FD  EDIT-REVERSO.
       01  REV-RECORD             PIC X(40).

       FD  EDIT-SALIDA.
           COPY BATCHREC.

       FD  PROD-TABLE.
           COPY PRODREC.

       FD  CALC-PARM.
           COPY PARMREC.

       FD  CALC-HIST.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 WS-FS-ENTRADA PIC XX.
       01 WS-FS-REENVIO PIC XX.
       01 WS-FS-REVERSO PIC XX.
       01 WS-FS-SALIDA PIC XX.
       01 WS-FS-SUSPENSO PIC XX.
       01 WS-FS-LISTADO PIC XX.
       01 WS-FS-PRODTAB PIC XX.
       01 WS-FS-PARM PIC XX.
       01 WS-FS-HIST PIC XX.

       01 WS-EOF-ENTRADA PIC X VALUE "N".
           88 FIN-DE-ENTRADA VALUE "S".
       01 WS-EOF-REENVIO PIC X VALUE "N".
           88 FIN-DE-REENVIO VALUE "S".
       01 WS-EOF-REVERSO PIC X VALUE "N".
           88 FIN-DE-REVERSOS VALUE "S".

      * El monto viaja como nueve digitos con dos decimales
      * implicitos (los dos ultimos son centavos); la vista
      * numerica sirve para moverlo al detalle sin perderlos.
      * La posicion 19 solo viene en los reenvios: una L libera
      * de la revision de duplicados un registro que operaciones
      * confirmo como genuino.
       01 WS-REGISTRO-TRABAJO.
           05 WS-T-DETALLE.
               10 WS-T-CUENTA         PIC X(6).
               10 WS-T-CUENTA-NUM REDEFINES WS-T-CUENTA
                                      PIC 9(6).
               10 WS-T-PRODUCTO       PIC X(3).
               10 WS-T-MONTO          PIC X(9).
               10 WS-T-MONTO-NUM REDEFINES WS-T-MONTO
                                      PIC 9(7)V99.
           05 WS-T-LIBERAR        PIC X.
               88 DUPLICADO-LIBERADO VALUE "L".
           05 FILLER              PIC X(21).

      * Un reverso nombra la llave del calculo original en
      * CALCHIST.DAT: cuenta, fecha y hora.
       01 WS-REVERSO-TRABAJO.
           05 WS-V-CUENTA         PIC X(6).
           05 WS-V-CUENTA-NUM REDEFINES WS-V-CUENTA
                                  PIC 9(6).
           05 WS-V-FECHA          PIC X(8).
           05 WS-V-FECHA-NUM REDEFINES WS-V-FECHA
                                  PIC 9(8).
           05 WS-V-HORA           PIC X(8).
           05 FILLER              PIC X(18).

       01 WS-MOTIVO PIC X(2).
           88 REGISTRO-LIMPIO VALUE "00".
               10 WS-PROD-VIGENCIA     PIC X(8).
               10 WS-PROD-FRECUENCIA   PIC X.

      * Detalles ya aceptados en esta corrida, para reconocer el
      * mismo registro repetido dentro de la entrada.
       01 WS-MAX-ACEPTADOS PIC 9(4) VALUE 5000.
       01 WS-TOTAL-ACEPTADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-ACEPTADOS.
           05 WS-ACEPTADO-DETALLE OCCURS 5000 TIMES
                                  INDEXED BY ACEP-IDX
                                  PIC X(18).
       01 WS-AVISO-TABLA PIC X VALUE "N".
           88 TABLA-LLENA-AVISADA VALUE "S".

      * Revision contra la historia: los calculos vigentes de la
      * cuenta desde WS-FECHA-DESDE hasta la fecha de negocio.
       01 WS-DIAS-DUPLICADO PIC 9(3) VALUE 5.
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-HISTORIA-ABIERTA PIC X VALUE "N".
           88 HISTORIA-DISPONIBLE VALUE "S".
       01 WS-FIN-HISTORIA PIC X VALUE "N".
           88 FIN-DE-HISTORIA VALUE "S".
       01 WS-MONTO-HIST PIC 9(7)V99.
       01 WS-NOTA PIC X(21).
       01 WS-NOTA-HISTORIA.
           05 FILLER             PIC X(13) VALUE "EN CALCHIST ".
           05 WS-NH-FECHA         PIC X(8).

       01 WS-FECHA-CORRIDA PIC X(8).
           COPY FECHLINK.
       01 WS-HASH-SALIDA PIC 9(11)V99 VALUE 0.

       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-REENVIADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-ACEPTADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-RECHAZADOS PIC 9(9) VALUE 0.
       01 WS-REVERSOS-LEIDOS PIC 9(9) VALUE 0.
       01 WS-REVERSOS-ACEPTADOS PIC 9(9) VALUE 0.
       01 WS-REVERSOS-RECHAZADOS PIC 9(9) VALUE 0.
       01 WS-HASH-REVERSOS PIC 9(11) VALUE 0.
       01 WS-CONTADOR-DUPLICADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-LIBERADOS PIC 9(9) VALUE 0.

       01 WS-NUM-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
           05 WS-L-MOTIVO         PIC X(2).
           05 FILLER             PIC X(5) VALUE SPACES.
           05 WS-L-DATOS          PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-NOTA           PIC X(21).

       01 WS-LINEA-TOTALES.
           05 FILLER             PIC X(8) VALUE "LEIDOS:".
           05 FILLER             PIC X(13) VALUE " RECHAZADOS:".
           05 WS-L-RECHAZADOS     PIC ZZZ,ZZ9.

       01 WS-LINEA-TOTALES-REV.
           05 FILLER             PIC X(10) VALUE "REVERSOS:".
           05 WS-L-REV-LEIDOS     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE " ACEPTADOS:".
           05 WS-L-REV-ACEPTADOS  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE " RECHAZADOS:".
           05 WS-L-REV-RECHAZADOS PIC ZZZ,ZZ9.

       01 WS-LINEA-TOTALES-DUP.
           05 FILLER             PIC X(21)
               VALUE "POSIBLES DUPLICADOS:".
           05 WS-L-DUPLICADOS     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE " LIBERADOS:".
           05 WS-L-LIBERADOS      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(16) VALUE " DIAS REVISADOS:".
           05 WS-L-DIAS           PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 3100-LEER-REENVIO
           PERFORM 3000-EDITAR-REENVIOS
               UNTIL FIN-DE-REENVIO
           PERFORM 3600-LEER-REVERSO
           PERFORM 3500-EDITAR-REVERSOS
               UNTIL FIN-DE-REVERSOS
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-CORRIDA
           PERFORM 1050-LEER-PARAMETRO
           PERFORM 1060-ABRIR-HISTORIA
           PERFORM 1075-CARGAR-PRODUCTOS
           OPEN INPUT EDIT-ENTRADA
           IF WS-FS-ENTRADA NOT = "00"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EDIT-REVERSO
           IF WS-FS-REVERSO NOT = "00" AND WS-FS-REVERSO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALCREV.DAT (STATUS "
                   WS-FS-REVERSO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EDIT-SALIDA
           IF WS-FS-SALIDA NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALCIN.DAT (STATUS "
           PERFORM 1090-ENCABEZADO-SALIDA
           PERFORM 2100-LEER-ENTRADA.

       1050-LEER-PARAMETRO.
           OPEN INPUT CALC-PARM
           IF WS-FS-PARM = "00"
               READ CALC-PARM
                   NOT AT END
                       IF PARM-DIAS-DUPLICADO IS NUMERIC
                           MOVE PARM-DIAS-DUPLICADO
                               TO WS-DIAS-DUPLICADO
                       END-IF
               END-READ
               CLOSE CALC-PARM
           END-IF
           DISPLAY "REVISION DE DUPLICADOS: " WS-DIAS-DUPLICADO
               " DIAS DE HISTORIA."
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               WS-FECHA-CORRIDA)) - WS-DIAS-DUPLICADO).

       1060-ABRIR-HISTORIA.
      * Con PARM-DIAS-DUPLICADO = 000 la historia no se abre y
      * solo se revisa la propia entrada.
           IF WS-DIAS-DUPLICADO > 0
               OPEN INPUT CALC-HIST
               EVALUATE WS-FS-HIST
                   WHEN "00"
                       SET HISTORIA-DISPONIBLE TO TRUE
                   WHEN "05"
      * El status 05 es normal antes de la primera carga de la
      * historia: no hay calculos anteriores con que comparar.
                       CLOSE CALC-HIST
                   WHEN OTHER
                       DISPLAY "ERROR: NO SE PUDO ABRIR CALCHIST.DAT "
                           "(STATUS " WS-FS-HIST ")"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       1075-CARGAR-PRODUCTOS.
           OPEN INPUT PROD-TABLE
           IF WS-FS-PRODTAB NOT = "00"
               SET FIN-DE-REENVIO TO TRUE
           END-IF.

       3500-EDITAR-REVERSOS.
           ADD 1 TO WS-REVERSOS-LEIDOS
           PERFORM 4500-VALIDAR-REVERSO
           PERFORM 5500-DISPONER-REVERSO
           PERFORM 3600-LEER-REVERSO.

       3600-LEER-REVERSO.
           IF WS-FS-REVERSO = "00"
               READ EDIT-REVERSO
                   AT END
                       SET FIN-DE-REVERSOS TO TRUE
                   NOT AT END
                       MOVE REV-RECORD TO WS-REVERSO-TRABAJO
               END-READ
           ELSE
               SET FIN-DE-REVERSOS TO TRUE
           END-IF.

       4000-VALIDAR-REGISTRO.
           MOVE "00" TO WS-MOTIVO
           INSPECT WS-T-CUENTA
                       MOVE "03" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-NOTA
           IF REGISTRO-LIMPIO
               IF DUPLICADO-LIBERADO
                   ADD 1 TO WS-CONTADOR-LIBERADOS
                   MOVE "DUPLICADO LIBERADO" TO WS-NOTA
               ELSE
                   PERFORM 4200-BUSCAR-EN-ENTRADA
                   IF REGISTRO-LIMPIO AND HISTORIA-DISPONIBLE
                       PERFORM 4300-BUSCAR-EN-HISTORIA
                   END-IF
               END-IF
           END-IF.

       4100-VALIDAR-PRODUCTO.
                   SET PRODUCTO-ES-VALIDO TO TRUE
           END-SEARCH.

       4200-BUSCAR-EN-ENTRADA.
           SET ACEP-IDX TO 1
           SEARCH WS-ACEPTADO-DETALLE
               AT END
                   CONTINUE
               WHEN ACEP-IDX > WS-TOTAL-ACEPTADOS
                   CONTINUE
               WHEN WS-ACEPTADO-DETALLE(ACEP-IDX) = WS-T-DETALLE
                   MOVE "06" TO WS-MOTIVO
                   MOVE "REPETIDO EN ENTRADA" TO WS-NOTA
           END-SEARCH.

       4300-BUSCAR-EN-HISTORIA.
      * Se recorren los calculos de la cuenta desde el inicio de
      * la ventana. Un reverso, o un calculo ya revertido, no
      * cuenta: volver a enviar lo que se anulo es la correccion
      * esperada. La historia anterior al monto con centavos lo
      * trae entero en HIST-NUMERO.
           MOVE "N" TO WS-FIN-HISTORIA
           MOVE WS-T-CUENTA-NUM TO HIST-CUENTA
           MOVE WS-FECHA-DESDE TO HIST-FECHA
           MOVE LOW-VALUES TO HIST-HORA
           START CALC-HIST KEY NOT LESS THAN HIST-LLAVE
               INVALID KEY
                   SET FIN-DE-HISTORIA TO TRUE
           END-START
           PERFORM 4310-LEER-HISTORIA
               UNTIL FIN-DE-HISTORIA.

       4310-LEER-HISTORIA.
           READ CALC-HIST NEXT RECORD
               AT END
                   SET FIN-DE-HISTORIA TO TRUE
               NOT AT END
                   IF HIST-CUENTA NOT = WS-T-CUENTA-NUM
                       SET FIN-DE-HISTORIA TO TRUE
                   ELSE
                       IF HIST-MONTO IS NUMERIC
                           MOVE HIST-MONTO TO WS-MONTO-HIST
                       ELSE
                           MOVE HIST-NUMERO TO WS-MONTO-HIST
                       END-IF
                       IF HIST-MODO NOT = "RV"
                               AND NOT HIST-REVERTIDO
                               AND HIST-PRODUCTO = WS-T-PRODUCTO
                               AND WS-MONTO-HIST = WS-T-MONTO-NUM
                           MOVE "06" TO WS-MOTIVO
                           MOVE HIST-FECHA TO WS-NH-FECHA
                           MOVE WS-NOTA-HISTORIA TO WS-NOTA
                           SET FIN-DE-HISTORIA TO TRUE
                       END-IF
                   END-IF
           END-READ.

       4500-VALIDAR-REVERSO.
      * Aqui solo se valida la forma de la referencia; que el
      * calculo exista y no este ya revertido lo verifica USODEACCB
      * contra CALCHIST.DAT al aplicar el reverso.
           MOVE "00" TO WS-MOTIVO
           INSPECT WS-V-CUENTA
               REPLACING LEADING SPACE BY ZERO
      * Todo reverso rechazado va con motivo 05, aun por la cuenta:
      * su imagen es de CALCREV.DAT y solo se reenvia por alli.
           IF WS-V-CUENTA IS NOT NUMERIC OR WS-V-CUENTA = "000000"
               MOVE "05" TO WS-MOTIVO
           ELSE
               IF WS-V-FECHA IS NOT NUMERIC
                       OR WS-V-HORA IS NOT NUMERIC
                       OR WS-V-FECHA > WS-FECHA-CORRIDA
                   MOVE "05" TO WS-MOTIVO
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-V-FECHA-NUM)
                           NOT = 0
                       MOVE "05" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       5000-DISPONER-REGISTRO.
           IF REGISTRO-LIMPIO
               ADD 1 TO WS-CONTADOR-ACEPTADOS
               MOVE WS-T-MONTO-NUM TO BATCH-MONTO
               ADD BATCH-MONTO TO WS-HASH-SALIDA
               WRITE BATCH-INPUT-RECORD
               PERFORM 5050-ANOTAR-ACEPTADO
               MOVE "ACEPTADO" TO WS-L-ESTADO
               MOVE SPACES TO WS-L-MOTIVO
           ELSE
               MOVE WS-REGISTRO-TRABAJO TO SUSP-DATOS
               MOVE WS-FECHA-CORRIDA TO SUSP-FECHA
               WRITE SUSP-RECORD
               IF WS-MOTIVO = "06"
                   ADD 1 TO WS-CONTADOR-DUPLICADOS
                   MOVE "DUPLICADO" TO WS-L-ESTADO
               ELSE
                   MOVE "RECHAZADO" TO WS-L-ESTADO
               END-IF
               MOVE WS-MOTIVO TO WS-L-MOTIVO
           END-IF
           MOVE WS-REGISTRO-TRABAJO TO WS-L-DATOS
           MOVE WS-NOTA TO WS-L-NOTA
           PERFORM 5100-ESCRIBIR-LISTADO.

       5050-ANOTAR-ACEPTADO.
           IF WS-TOTAL-ACEPTADOS < WS-MAX-ACEPTADOS
               ADD 1 TO WS-TOTAL-ACEPTADOS
               MOVE WS-T-DETALLE
                   TO WS-ACEPTADO-DETALLE(WS-TOTAL-ACEPTADOS)
           ELSE
               IF NOT TABLA-LLENA-AVISADA
                   SET TABLA-LLENA-AVISADA TO TRUE
                   DISPLAY "ADVERTENCIA: LA ENTRADA EXCEDE "
                       WS-MAX-ACEPTADOS " DETALLES; LOS SIGUIENTES "
                       "SOLO SE REVISAN CONTRA LA HISTORIA."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       5100-ESCRIBIR-LISTADO.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 5200-ESCRIBIR-ENCABEZADO
           END-IF
           MOVE WS-LINEA-LISTADO TO LST-LINE
           WRITE LST-RECORD
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       5500-DISPONER-REVERSO.
           IF REGISTRO-LIMPIO
               ADD 1 TO WS-REVERSOS-ACEPTADOS
               MOVE SPACES TO BATCH-INPUT-RECORD
               MOVE "R" TO BATCH-TIPO
               MOVE WS-V-CUENTA-NUM TO BATCH-R-CUENTA
               MOVE WS-V-FECHA TO BATCH-R-FECHA
               MOVE WS-V-HORA TO BATCH-R-HORA
               ADD BATCH-R-CUENTA TO WS-HASH-REVERSOS
               WRITE BATCH-INPUT-RECORD
               MOVE "REVERSO" TO WS-L-ESTADO
               MOVE SPACES TO WS-L-MOTIVO
           ELSE
               ADD 1 TO WS-REVERSOS-RECHAZADOS
               MOVE WS-MOTIVO TO SUSP-MOTIVO
               MOVE WS-REVERSO-TRABAJO TO SUSP-DATOS
               MOVE WS-FECHA-CORRIDA TO SUSP-FECHA
               WRITE SUSP-RECORD
               MOVE "RECHAZADO" TO WS-L-ESTADO
               MOVE WS-MOTIVO TO WS-L-MOTIVO
           END-IF
           MOVE WS-REVERSO-TRABAJO TO WS-L-DATOS
           MOVE SPACES TO WS-L-NOTA
           PERFORM 5100-ESCRIBIR-LISTADO.

       5200-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-E-PAGINA
           MOVE "T" TO BATCH-TIPO
           MOVE WS-CONTADOR-ACEPTADOS TO BATCH-T-CONTADOR
           MOVE WS-HASH-SALIDA TO BATCH-T-HASH
           MOVE WS-REVERSOS-ACEPTADOS TO BATCH-T-REVERSOS
           MOVE WS-HASH-REVERSOS TO BATCH-T-HASH-REVERSOS
           WRITE BATCH-INPUT-RECORD
           MOVE WS-CONTADOR-LEIDOS TO WS-L-LEIDOS
           MOVE WS-CONTADOR-REENVIADOS TO WS-L-REENVIADOS
           MOVE WS-CONTADOR-RECHAZADOS TO WS-L-RECHAZADOS
           MOVE WS-LINEA-TOTALES TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-REVERSOS-LEIDOS TO WS-L-REV-LEIDOS
           MOVE WS-REVERSOS-ACEPTADOS TO WS-L-REV-ACEPTADOS
           MOVE WS-REVERSOS-RECHAZADOS TO WS-L-REV-RECHAZADOS
           MOVE WS-LINEA-TOTALES-REV TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-CONTADOR-DUPLICADOS TO WS-L-DUPLICADOS
           MOVE WS-CONTADOR-LIBERADOS TO WS-L-LIBERADOS
           MOVE WS-DIAS-DUPLICADO TO WS-L-DIAS
           MOVE WS-LINEA-TOTALES-DUP TO LST-LINE
           WRITE LST-RECORD
           DISPLAY "EDICION TERMINADA. LEIDOS: " WS-CONTADOR-LEIDOS
               " REENVIADOS: " WS-CONTADOR-REENVIADOS
               " ACEPTADOS: " WS-CONTADOR-ACEPTADOS
               " RECHAZADOS: " WS-CONTADOR-RECHAZADOS
           DISPLAY "REVERSOS LEIDOS: " WS-REVERSOS-LEIDOS
               " ACEPTADOS: " WS-REVERSOS-ACEPTADOS
               " RECHAZADOS: " WS-REVERSOS-RECHAZADOS
           DISPLAY "POSIBLES DUPLICADOS: " WS-CONTADOR-DUPLICADOS
               " LIBERADOS: " WS-CONTADOR-LIBERADOS
           IF HISTORIA-DISPONIBLE
               CLOSE CALC-HIST
           END-IF
           CLOSE EDIT-ENTRADA
           CLOSE EDIT-REENVIO
           CLOSE EDIT-REVERSO
           CLOSE EDIT-SALIDA
           CLOSE EDIT-SUSPENSO
           CLOSE EDIT-LISTADO
           PERFORM 9100-VACIAR-REENVIO
           PERFORM 9150-VACIAR-REVERSOS.

       9100-VACIAR-REENVIO.
      * Los reenvios ya quedaron dispuestos (aceptados en
           ELSE
               CLOSE EDIT-REENVIO
           END-IF.

       9150-VACIAR-REVERSOS.
      * Igual que los reenvios: un reverso ya dispuesto no debe
      * volver a entrar manana.
           OPEN OUTPUT EDIT-REVERSO
           IF WS-FS-REVERSO NOT = "00" AND WS-FS-REVERSO NOT = "05"
               DISPLAY "ADVERTENCIA: NO SE PUDO VACIAR CALCREV.DAT "
                   "(STATUS " WS-FS-REVERSO "); LOS REVERSOS SE "
                   "PROCESARIAN DE NUEVO MANANA."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               CLOSE EDIT-REVERSO
           END-IF.
