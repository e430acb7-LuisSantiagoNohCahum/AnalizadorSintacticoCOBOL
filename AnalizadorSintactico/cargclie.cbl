       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGCLIE.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * CARGCLIE                                               *
      *                                                        *
      * Carga nocturna de la novedad de clientes del sistema   *
      * central CUSTFEED.DAT sobre el maestro CUSTMAST: da de  *
      * alta las cuentas nuevas, aplica los cambios de nombre  *
      * y marca los cierres (estado C con su fecha y motivo),  *
      * y asienta cada movimiento en CUSTAUD.DAT con el        *
      * usuario de lote CARGCLIE, igual que MANTCLIE. Corre en *
      * la cadena nocturna antes de RECICSUS y USODEACCB, para *
      * que las cuentas nuevas ya existan cuando llegan sus    *
      * calculos y no caigan en el suspenso de cuentas         *
      * desconocidas.                                          *
      *                                                        *
      * Antes de tocar el maestro se recorre la novedad entera *
      * y se cuadra contra su pie de control (cantidad de      *
      * detalles y total de comprobacion de las cuentas); una  *
      * novedad truncada o sin pie no se aplica y termina con  *
      * codigo de retorno fatal. Si la novedad no llego, o es  *
      * la de una fecha anterior ya aplicada, no se aplica     *
      * nada y el codigo de retorno es 4.                      *
      *                                                        *
      * Un detalle que ya esta reflejado en el maestro (alta   *
      * de una cuenta que existe con el mismo nombre, nombre   *
      * igual, cuenta ya cerrada) se cuenta como sin cambio,   *
      * de modo que relanzar el paso no duplica nada. Los      *
      * detalles rechazados van al listado de excepciones      *
      * CUSTEXC.DAT con el motivo, y el codigo de retorno es 4 *
      * si hubo alguno.                                        *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIE-NOVEDAD ASSIGN TO "CUSTFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDAD.

           SELECT OPTIONAL CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUENTA
               FILE STATUS IS WS-FS-CUSTMAST.

           SELECT OPTIONAL CUST-AUDIT ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT CLIE-LISTADO ASSIGN TO "CUSTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIE-NOVEDAD.
           COPY CUSTFEED.

       FD  CUSTMAST.
           COPY CUSTMAST.

       FD  CUST-AUDIT.
           COPY CUSTAUD.

       FD  CLIE-LISTADO.
       01  LST-RECORD.
           05 LST-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-NOVEDAD PIC XX.
       01 WS-FS-CUSTMAST PIC XX.
       01 WS-FS-AUDIT PIC XX.
       01 WS-FS-LISTADO PIC XX.

       01 WS-USUARIO-LOTE PIC X(8) VALUE "CARGCLIE".

       01 WS-EOF-NOVEDAD PIC X VALUE "N".
           88 FIN-DE-NOVEDAD VALUE "S".
       01 WS-DETALLE-UTIL PIC X VALUE "N".
           88 DETALLE-UTIL VALUE "S".
       01 WS-NOVEDAD-APLICABLE PIC X VALUE "N".
           88 NOVEDAD-APLICABLE VALUE "S".
       01 WS-PIE-RECIBIDO PIC X VALUE "N".
           88 PIE-RECIBIDO VALUE "S".

       01 WS-FECHA-CORRIDA PIC X(8).
           COPY FECHLINK.

      * Control de la novedad: lo que dice el pie contra lo que se
      * conto al recorrerla.
       01 WS-DETALLES-CONTADOS PIC 9(9) VALUE 0.
       01 WS-HASH-CONTADO PIC 9(11) VALUE 0.
       01 WS-PIE-CONTADOR PIC 9(9) VALUE 0.
       01 WS-PIE-HASH PIC 9(11) VALUE 0.

       01 WS-DETALLE-RECHAZADO PIC X VALUE "N".
           88 DETALLE-RECHAZADO VALUE "S".
       01 WS-NOTA PIC X(30).
       01 WS-FECHA-CIERRE PIC X(8).
       01 WS-NOMBRE-ANTERIOR PIC A(34).
       01 WS-ESTADO-ANTERIOR PIC X.

       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-ALTAS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-CAMBIOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-CIERRES PIC 9(9) VALUE 0.
       01 WS-CONTADOR-SIN-CAMBIO PIC 9(9) VALUE 0.
       01 WS-CONTADOR-RECHAZADOS PIC 9(9) VALUE 0.

       01 WS-NUM-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01 WS-ENCABEZADO-1.
           05 FILLER             PIC X(10) VALUE "CARGCLIE -".
           05 FILLER             PIC X(30)
               VALUE " EXCEPCIONES DE LA NOVEDAD".
           05 FILLER             PIC X(10) VALUE "PAGINA: ".
           05 WS-E-PAGINA         PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER             PIC X(8) VALUE "CUENTA".
           05 FILLER             PIC X(4) VALUE "ACC".
           05 FILLER             PIC X(36) VALUE "NOMBRE".
           05 FILLER             PIC X(20) VALUE "MOTIVO DEL RECHAZO".

       01 WS-LINEA-RECHAZO.
           05 WS-L-CUENTA         PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-ACCION         PIC X.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-L-NOMBRE         PIC X(34).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-NOTA           PIC X(30).

       01 WS-LINEA-TOTALES.
           05 FILLER             PIC X(8) VALUE "LEIDOS:".
           05 WS-T-LEIDOS         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(8) VALUE " ALTAS:".
           05 WS-T-ALTAS          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE " CAMBIOS:".
           05 WS-T-CAMBIOS        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE " CIERRES:".
           05 WS-T-CIERRES        PIC ZZZ,ZZ9.

       01 WS-LINEA-TOTALES-2.
           05 FILLER             PIC X(12) VALUE "SIN CAMBIO:".
           05 WS-T-SIN-CAMBIO     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE " RECHAZADOS:".
           05 WS-T-RECHAZADOS     PIC ZZZ,ZZ9.

       01 WS-AVISO-SIN-NOVEDAD.
           05 FILLER             PIC X(22)
               VALUE "NO LLEGO CUSTFEED.DAT;".
           05 FILLER             PIC X(30)
               VALUE " NO SE APLICO NINGUNA NOVEDAD.".

       01 WS-AVISO-NOVEDAD-VIEJA.
           05 FILLER             PIC X(20)
               VALUE "CUSTFEED.DAT ES DEL ".
           05 WS-A-FECHA          PIC X(8).
           05 FILLER             PIC X(31)
               VALUE "; NO SE APLICO NINGUNA NOVEDAD.".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           IF NOVEDAD-APLICABLE
               PERFORM 2000-APLICAR-NOVEDAD
                   UNTIL FIN-DE-NOVEDAD
           END-IF
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-CORRIDA
           OPEN OUTPUT CLIE-LISTADO
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTEXC.DAT (STATUS "
                   WS-FS-LISTADO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7100-ESCRIBIR-ENCABEZADO
           OPEN INPUT CLIE-NOVEDAD
           EVALUATE WS-FS-NOVEDAD
               WHEN "00"
                   PERFORM 1100-VERIFICAR-CONTROL
               WHEN "05"
      * El status 05 quiere decir que la novedad no llego esta
      * noche; el maestro queda como esta y la cadena sigue.
                   MOVE WS-AVISO-SIN-NOVEDAD TO LST-LINE
                   WRITE LST-RECORD
                   DISPLAY "ADVERTENCIA: NO LLEGO LA NOVEDAD DE "
                       "CLIENTES CUSTFEED.DAT; NO SE APLICA NADA."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: NO SE PUDO ABRIR CUSTFEED.DAT "
                       "(STATUS " WS-FS-NOVEDAD ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN I-O CUSTMAST
      * El status 05 es normal la primera vez que OPEN I-O crea un
      * archivo OPTIONAL que aun no existia; no es un error.
           IF WS-FS-CUSTMAST NOT = "00" AND WS-FS-CUSTMAST NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTMAST.DAT (STATUS "
                   WS-FS-CUSTMAST ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CUST-AUDIT
           IF WS-FS-AUDIT NOT = "00" AND WS-FS-AUDIT NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTAUD.DAT (STATUS "
                   WS-FS-AUDIT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOVEDAD-APLICABLE
               PERFORM 2100-LEER-NOVEDAD
           END-IF.

       1100-VERIFICAR-CONTROL.
           READ CLIE-NOVEDAD
               AT END
                   DISPLAY "ERROR: CUSTFEED.DAT ESTA VACIO; FALTA EL "
                       "ENCABEZADO DE CONTROL."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF FEED-TIPO NOT = "H"
               DISPLAY "ERROR: CUSTFEED.DAT NO EMPIEZA CON EL "
                   "ENCABEZADO DE CONTROL (TIPO " FEED-TIPO ")."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN FEED-H-FECHA < WS-FECHA-CORRIDA
      * Es la novedad de una noche anterior que sigue en el
      * directorio; ya se aplico entonces y no se repite.
                   MOVE FEED-H-FECHA TO WS-A-FECHA
                   MOVE WS-AVISO-NOVEDAD-VIEJA TO LST-LINE
                   WRITE LST-RECORD
                   DISPLAY "ADVERTENCIA: CUSTFEED.DAT ES DE LA FECHA "
                       FEED-H-FECHA ", ANTERIOR A LA FECHA DE NEGOCIO "
                       WS-FECHA-CORRIDA "; NO SE APLICA."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN FEED-H-FECHA > WS-FECHA-CORRIDA
                   DISPLAY "ERROR: LA FECHA DEL ENCABEZADO DE "
                       "CUSTFEED.DAT (" FEED-H-FECHA ") ES POSTERIOR "
                       "A LA FECHA DE NEGOCIO (" WS-FECHA-CORRIDA ")."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 1150-CONTAR-NOVEDAD
                       UNTIL FIN-DE-NOVEDAD
                   PERFORM 1200-VERIFICAR-PIE
                   SET NOVEDAD-APLICABLE TO TRUE
      * Cuadrada la novedad, se vuelve a abrir para aplicarla
      * desde el primer detalle.
                   CLOSE CLIE-NOVEDAD
                   OPEN INPUT CLIE-NOVEDAD
                   MOVE "N" TO WS-EOF-NOVEDAD
           END-EVALUATE.

       1150-CONTAR-NOVEDAD.
           READ CLIE-NOVEDAD
               AT END
                   SET FIN-DE-NOVEDAD TO TRUE
               NOT AT END
                   EVALUATE FEED-TIPO
                       WHEN "D"
                           ADD 1 TO WS-DETALLES-CONTADOS
                           IF FEED-CUENTA IS NUMERIC
                               ADD FEED-CUENTA-NUM TO WS-HASH-CONTADO
                           END-IF
                       WHEN "T"
                           MOVE FEED-T-CONTADOR TO WS-PIE-CONTADOR
                           MOVE FEED-T-HASH TO WS-PIE-HASH
                           SET PIE-RECIBIDO TO TRUE
                           SET FIN-DE-NOVEDAD TO TRUE
                       WHEN OTHER
                           DISPLAY "ADVERTENCIA: REGISTRO DE TIPO "
                               FEED-TIPO " INESPERADO EN "
                               "CUSTFEED.DAT; SE IGNORA."
                   END-EVALUATE
           END-READ.

       1200-VERIFICAR-PIE.
      * Si el pie falta o no cuadra no se aplica ningun detalle:
      * el maestro queda como estaba y la cadena se detiene.
           IF NOT PIE-RECIBIDO
               DISPLAY "ERROR: CUSTFEED.DAT TERMINO SIN PIE DE "
                   "CONTROL; POSIBLE TRANSMISION TRUNCADA. NO SE "
                   "APLICA LA NOVEDAD."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PIE-CONTADOR NOT = WS-DETALLES-CONTADOS
                   OR WS-PIE-HASH NOT = WS-HASH-CONTADO
               DISPLAY "ERROR: EL PIE DE CONTROL DE CUSTFEED.DAT NO "
                   "CUADRA (DETALLES " WS-PIE-CONTADOR " CONTRA "
                   WS-DETALLES-CONTADOS "; TOTAL " WS-PIE-HASH
                   " CONTRA " WS-HASH-CONTADO "). NO SE APLICA LA "
                   "NOVEDAD."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APLICAR-NOVEDAD.
           ADD 1 TO WS-CONTADOR-LEIDOS
           PERFORM 3000-VALIDAR-DETALLE
           IF NOT DETALLE-RECHAZADO
               MOVE FEED-CUENTA-NUM TO CUST-CUENTA
               EVALUATE FEED-ACCION
                   WHEN "A"
                       PERFORM 4000-ALTA-CUENTA
                   WHEN "C"
                       PERFORM 5000-CAMBIO-NOMBRE
                   WHEN "X"
                       PERFORM 6000-CIERRE-CUENTA
               END-EVALUATE
           END-IF
           IF DETALLE-RECHAZADO
               PERFORM 7000-LISTAR-RECHAZO
           END-IF
           PERFORM 2100-LEER-NOVEDAD.

       2100-LEER-NOVEDAD.
           MOVE "N" TO WS-DETALLE-UTIL
           PERFORM 2110-CLASIFICAR-NOVEDAD
               UNTIL DETALLE-UTIL OR FIN-DE-NOVEDAD.

       2110-CLASIFICAR-NOVEDAD.
      * El encabezado y los tipos desconocidos ya se revisaron al
      * cuadrar la novedad; aqui solo interesan los detalles.
           READ CLIE-NOVEDAD
               AT END
                   SET FIN-DE-NOVEDAD TO TRUE
               NOT AT END
                   EVALUATE FEED-TIPO
                       WHEN "D"
                           SET DETALLE-UTIL TO TRUE
                       WHEN "T"
                           SET FIN-DE-NOVEDAD TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3000-VALIDAR-DETALLE.
           MOVE "N" TO WS-DETALLE-RECHAZADO
           MOVE SPACES TO WS-NOTA
           EVALUATE TRUE
               WHEN FEED-CUENTA IS NOT NUMERIC
                   MOVE "CUENTA NO NUMERICA" TO WS-NOTA
               WHEN FEED-CUENTA-NUM = ZERO
                   MOVE "CUENTA EN CERO" TO WS-NOTA
               WHEN FEED-ACCION NOT = "A" AND FEED-ACCION NOT = "C"
                       AND FEED-ACCION NOT = "X"
                   MOVE "ACCION DESCONOCIDA" TO WS-NOTA
               WHEN FEED-ACCION NOT = "X" AND FEED-NOMBRE = SPACES
                   MOVE "NOMBRE EN BLANCO" TO WS-NOTA
               WHEN FEED-ACCION = "X"
                   PERFORM 3100-VALIDAR-FECHA-CIERRE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NOTA NOT = SPACES
               SET DETALLE-RECHAZADO TO TRUE
           END-IF.

       3100-VALIDAR-FECHA-CIERRE.
      * Como en MANTCLIE, el cierre rige desde una fecha que no
      * puede ser futura; en blanco es la fecha de negocio.
           IF FEED-FECHA-CIERRE = SPACES
               MOVE WS-FECHA-CORRIDA TO WS-FECHA-CIERRE
           ELSE
               IF FEED-FECHA-CIERRE IS NOT NUMERIC
                   MOVE "FECHA DE CIERRE NO NUMERICA" TO WS-NOTA
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD
                           (FEED-FECHA-CIERRE-NUM) NOT = 0
                       MOVE "FECHA DE CIERRE INEXISTENTE" TO WS-NOTA
                   ELSE
                       IF FEED-FECHA-CIERRE > WS-FECHA-CORRIDA
                           MOVE "FECHA DE CIERRE FUTURA" TO WS-NOTA
                       ELSE
                           MOVE FEED-FECHA-CIERRE TO WS-FECHA-CIERRE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-ALTA-CUENTA.
           READ CUSTMAST
               INVALID KEY
                   PERFORM 4100-GRABAR-ALTA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-CERRADA
      * Reabrir una cuenta es decision de un supervisor en
      * MANTCLIE, no de la novedad.
                           MOVE "CUENTA CERRADA; REABRIR EN MANTCLIE"
                               TO WS-NOTA
                           SET DETALLE-RECHAZADO TO TRUE
                       WHEN CUST-NOMBRE = FEED-NOMBRE
                           ADD 1 TO WS-CONTADOR-SIN-CAMBIO
                       WHEN OTHER
                           MOVE "ALTA DE CUENTA YA EXISTENTE"
                               TO WS-NOTA
                           SET DETALLE-RECHAZADO TO TRUE
                   END-EVALUATE
           END-READ.

       4100-GRABAR-ALTA.
           MOVE FEED-CUENTA-NUM TO CUST-CUENTA
           MOVE FEED-NOMBRE TO CUST-NOMBRE
           MOVE "A" TO CUST-ESTADO
           MOVE WS-FECHA-CORRIDA TO CUST-FECHA-ESTADO
           MOVE "ALTA POR SISTEMA CENTRAL" TO CUST-MOTIVO-ESTADO
           WRITE CUST-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL ALTA" TO WS-NOTA
                   SET DETALLE-RECHAZADO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ALTAS
                   MOVE SPACES TO WS-NOMBRE-ANTERIOR
                   MOVE SPACE TO WS-ESTADO-ANTERIOR
                   MOVE "A" TO AUD-ACCION
                   PERFORM 8000-REGISTRAR-AUDITORIA
           END-WRITE.

       5000-CAMBIO-NOMBRE.
           READ CUSTMAST
               INVALID KEY
                   MOVE "CUENTA NO EXISTE EN CUSTMAST" TO WS-NOTA
                   SET DETALLE-RECHAZADO TO TRUE
               NOT INVALID KEY
                   IF CUST-NOMBRE = FEED-NOMBRE
                       ADD 1 TO WS-CONTADOR-SIN-CAMBIO
                   ELSE
                       PERFORM 5100-GRABAR-NOMBRE
                   END-IF
           END-READ.

       5100-GRABAR-NOMBRE.
           MOVE CUST-NOMBRE TO WS-NOMBRE-ANTERIOR
           MOVE CUST-ESTADO TO WS-ESTADO-ANTERIOR
           MOVE FEED-NOMBRE TO CUST-NOMBRE
           REWRITE CUST-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REESCRIBIR LA CUENTA" TO WS-NOTA
                   SET DETALLE-RECHAZADO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CAMBIOS
                   MOVE "C" TO AUD-ACCION
                   PERFORM 8000-REGISTRAR-AUDITORIA
           END-REWRITE.

       6000-CIERRE-CUENTA.
           READ CUSTMAST
               INVALID KEY
                   MOVE "CUENTA NO EXISTE EN CUSTMAST" TO WS-NOTA
                   SET DETALLE-RECHAZADO TO TRUE
               NOT INVALID KEY
                   IF CUST-CERRADA
                       ADD 1 TO WS-CONTADOR-SIN-CAMBIO
                   ELSE
                       PERFORM 6100-GRABAR-CIERRE
                   END-IF
           END-READ.

       6100-GRABAR-CIERRE.
      * La cuenta no se borra: queda cerrada con su historia, y
      * ESTADCTA le da su estado de cuenta final.
           MOVE CUST-NOMBRE TO WS-NOMBRE-ANTERIOR
           MOVE CUST-ESTADO TO WS-ESTADO-ANTERIOR
           MOVE "C" TO CUST-ESTADO
           MOVE WS-FECHA-CIERRE TO CUST-FECHA-ESTADO
           IF FEED-MOTIVO = SPACES
               MOVE "CIERRE EN SISTEMA CENTRAL" TO CUST-MOTIVO-ESTADO
           ELSE
               MOVE FEED-MOTIVO TO CUST-MOTIVO-ESTADO
           END-IF
           REWRITE CUST-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REESCRIBIR LA CUENTA" TO WS-NOTA
                   SET DETALLE-RECHAZADO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CIERRES
                   MOVE "E" TO AUD-ACCION
                   PERFORM 8000-REGISTRAR-AUDITORIA
           END-REWRITE.

       7000-LISTAR-RECHAZO.
           ADD 1 TO WS-CONTADOR-RECHAZADOS
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 7100-ESCRIBIR-ENCABEZADO
           END-IF
           MOVE FEED-CUENTA TO WS-L-CUENTA
           MOVE FEED-ACCION TO WS-L-ACCION
           MOVE FEED-NOMBRE TO WS-L-NOMBRE
           MOVE WS-NOTA TO WS-L-NOTA
           MOVE WS-LINEA-RECHAZO TO LST-LINE
           WRITE LST-RECORD
           ADD 1 TO WS-LINEAS-EN-PAGINA
           DISPLAY "RECHAZADO: CUENTA " FEED-CUENTA " ACCION "
               FEED-ACCION " (" WS-NOTA ")".

       7100-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-E-PAGINA
           MOVE WS-ENCABEZADO-1 TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-ENCABEZADO-2 TO LST-LINE
           WRITE LST-RECORD
           MOVE 0 TO WS-LINEAS-EN-PAGINA.

       8000-REGISTRAR-AUDITORIA.
      * AUD-ACCION ya viene puesta: A = alta, C = cambio de
      * nombre, E = cambio de estado (cierre).
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-USUARIO-LOTE TO AUD-USUARIO
           MOVE CUST-CUENTA TO AUD-CUENTA
           MOVE WS-NOMBRE-ANTERIOR TO AUD-NOMBRE-ANTERIOR
           MOVE CUST-NOMBRE TO AUD-NOMBRE-NUEVO
           MOVE WS-ESTADO-ANTERIOR TO AUD-ESTADO-ANTERIOR
           MOVE CUST-ESTADO TO AUD-ESTADO-NUEVO
           MOVE CUST-FECHA-ESTADO TO AUD-FECHA-ESTADO
           MOVE CUST-MOTIVO-ESTADO TO AUD-MOTIVO-ESTADO
           WRITE AUD-RECORD
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR LA AUDITORIA ("
                   "STATUS " WS-FS-AUDIT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINAR.
           MOVE WS-CONTADOR-LEIDOS TO WS-T-LEIDOS
           MOVE WS-CONTADOR-ALTAS TO WS-T-ALTAS
           MOVE WS-CONTADOR-CAMBIOS TO WS-T-CAMBIOS
           MOVE WS-CONTADOR-CIERRES TO WS-T-CIERRES
           MOVE WS-LINEA-TOTALES TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-CONTADOR-SIN-CAMBIO TO WS-T-SIN-CAMBIO
           MOVE WS-CONTADOR-RECHAZADOS TO WS-T-RECHAZADOS
           MOVE WS-LINEA-TOTALES-2 TO LST-LINE
           WRITE LST-RECORD
           IF WS-CONTADOR-RECHAZADOS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "CARGA DE CLIENTES TERMINADA. LEIDOS: "
               WS-CONTADOR-LEIDOS " ALTAS: " WS-CONTADOR-ALTAS
               " CAMBIOS: " WS-CONTADOR-CAMBIOS
               " CIERRES: " WS-CONTADOR-CIERRES
           DISPLAY "SIN CAMBIO: " WS-CONTADOR-SIN-CAMBIO
               " RECHAZADOS: " WS-CONTADOR-RECHAZADOS
           CLOSE CLIE-NOVEDAD
           CLOSE CUSTMAST
           CLOSE CUST-AUDIT
           CLOSE CLIE-LISTADO.
