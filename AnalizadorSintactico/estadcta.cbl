      * Estados de cuenta mensuales desde la historia de       *
      * calculos: recorre CALCHIST.DAT en secuencia de clave   *
      * (cuenta, fecha, hora), toma los calculos del mes       *
      * pedido en MESPARM.DAT (o del mes de negocio si no      *
      * hay parametro), corta por cuenta, saca el nombre del   *
      * maestro CUSTMAST y produce en ESTADOS.DAT una pagina   *
      * de estado por cliente con cada calculo (fecha, modo,   *
      * control de impresion con los estados producidos, para  *
      * que los ejecutivos de relacion tengan algo que enviar  *
      * por correo en lugar de leer CONSHIST por telefono.     *
      * Un calculo anulado sale con la nota REVERTIDO y el     *
      * reverso que lo anulo sale como linea RV con resultado  *
      * negativo y la fecha del original, de modo que el total *
      * del cliente queda neto.                                *
      * Una cuenta cerrada en CUSTMAST dentro del mes recibe   *
      * su estado de cuenta final, marcado con la fecha de     *
      * cierre, aunque no haya tenido calculos en el mes; en   *
      * los meses siguientes ya no recibe estado. Las cerradas *
      * en el mes que no tienen ninguna historia se buscan     *
      * despues en CUSTMAST y reciben su estado final sin      *
      * movimientos.                                           *
      *                                                        *
      **********************************************************

       FILE-CONTROL.
           SELECT CALC-HIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUENTA
               FILE STATUS IS WS-FS-CUSTMAST.


       01 WS-EOF-HIST PIC X VALUE "N".
           88 FIN-DE-HISTORIA VALUE "S".
       01 WS-EOF-CLIENTES PIC X VALUE "N".
           88 FIN-DE-CLIENTES VALUE "S".
       01 WS-TIENE-HISTORIA PIC X VALUE "N".
           88 CUENTA-CON-HISTORIA VALUE "S".

       01 WS-MES PIC X(6).
           COPY FECHLINK.
       01 WS-CUENTA-ACTUAL PIC 9(6) VALUE 0.
       01 WS-ESTADO-ABIERTO PIC X VALUE "N".
           88 ESTADO-ABIERTO VALUE "S".

       01 WS-NOMBRE-CLIENTE PIC A(34).
       01 WS-CIERRE-CLIENTE PIC X VALUE "N".
           88 CERRADA-EN-EL-MES VALUE "S".
       01 WS-FECHA-CIERRE PIC X(8).
       01 WS-MONTO-HIST PIC 9(7)V99.

       01 WS-CLI-CALCULOS PIC 9(5) VALUE 0.
       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-DEL-MES PIC 9(9) VALUE 0.
       01 WS-CONTADOR-ESTADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-FINALES PIC 9(9) VALUE 0.
       01 WS-CONTADOR-LINEAS PIC 9(9) VALUE 0.

       01 WS-ENCABEZADO-1.
           05 FILLER             PIC X(10) VALUE "  CUENTA: ".
           05 WS-E-CUENTA         PIC 9(6).

       01 WS-ENCABEZADO-FINAL.
           05 FILLER             PIC X(43)
               VALUE "ESTADO DE CUENTA FINAL - CUENTA CERRADA EL".
           05 WS-E-FECHA-CIERRE   PIC X(8).

       01 WS-ENCABEZADO-3.
           05 FILLER             PIC X(8) VALUE "FECHA".
           05 FILLER             PIC X(6) VALUE "  MODO".
           05 WS-D-MONTO          PIC ZZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-D-RESULTADO      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-D-NOTA           PIC X(20).

       01 WS-NOTA-REVERSO.
           05 FILLER             PIC X(12) VALUE "REVERSO DEL ".
           05 WS-NR-FECHA         PIC X(8).

       01 WS-LINEA-TOTAL-CLIENTE.
           05 FILLER             PIC X(19)
           05 WS-R-CALCULOS       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(9) VALUE " LINEAS:".
           05 WS-R-LINEAS         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE " FINALES:".
           05 WS-R-FINALES        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 2000-PROCESAR-HISTORIA
               UNTIL FIN-DE-HISTORIA
           PERFORM 7000-CERRAR-ESTADO
           PERFORM 7500-CERRADAS-SIN-HISTORIA
           PERFORM 9000-TERMINAR
           GOBACK.

           PERFORM 2100-LEER-HISTORIA.

       1100-LEER-PARAMETRO.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO(1:6) TO WS-MES
           OPEN INPUT MES-PARM
           IF WS-FS-PARM = "00"
               READ MES-PARM
                       ELSE
                           DISPLAY "ADVERTENCIA: MES NO NUMERICO EN "
                               "MESPARM.DAT (" MESP-MES "); SE USA "
                               "EL MES DE LA FECHA DE NEGOCIO."
                       END-IF
               END-READ
           END-IF
           DISPLAY "ESTADOS DE CUENTA DEL MES " WS-MES.

       2000-PROCESAR-HISTORIA.
      * El corte por cuenta se hace sobre toda la historia, no solo
      * la del mes, para que la cuenta cerrada en el mes tenga su
      * estado final aunque no haya calculado en el.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF HIST-CUENTA NOT = WS-CUENTA-ACTUAL
               PERFORM 7000-CERRAR-ESTADO
               PERFORM 2500-NUEVA-CUENTA
           END-IF
           IF HIST-FECHA(1:6) = WS-MES
               ADD 1 TO WS-CONTADOR-DEL-MES
               IF NOT ESTADO-ABIERTO
                   PERFORM 3000-ABRIR-ESTADO
               END-IF
               PERFORM 4000-ESCRIBIR-CALCULO
                   SET FIN-DE-HISTORIA TO TRUE
           END-READ.

       2500-NUEVA-CUENTA.
           MOVE HIST-CUENTA TO WS-CUENTA-ACTUAL
           PERFORM 3100-BUSCAR-NOMBRE
           IF CERRADA-EN-EL-MES
               PERFORM 3000-ABRIR-ESTADO
           END-IF.

       3000-ABRIR-ESTADO.
           SET ESTADO-ABIERTO TO TRUE
           ADD 1 TO WS-CONTADOR-ESTADOS
           MOVE 0 TO WS-CLI-CALCULOS
           MOVE 0 TO WS-CLI-TOTAL
           MOVE WS-MES TO WS-E-MES
           MOVE WS-ENCABEZADO-1 TO EST-LINE
           PERFORM 6000-ESCRIBIR-LINEA
           MOVE WS-CUENTA-ACTUAL TO WS-E-CUENTA
           MOVE WS-ENCABEZADO-2 TO EST-LINE
           PERFORM 6000-ESCRIBIR-LINEA
           IF CERRADA-EN-EL-MES
               ADD 1 TO WS-CONTADOR-FINALES
               MOVE WS-FECHA-CIERRE TO WS-E-FECHA-CIERRE
               MOVE WS-ENCABEZADO-FINAL TO EST-LINE
               PERFORM 6000-ESCRIBIR-LINEA
           END-IF
           MOVE WS-ENCABEZADO-3 TO EST-LINE
           PERFORM 6000-ESCRIBIR-LINEA.

       3100-BUSCAR-NOMBRE.
      * Si el cliente ya no esta en el maestro, el nombre que
      * viaja en la propia historia sigue sirviendo.
           MOVE "N" TO WS-CIERRE-CLIENTE
           MOVE HIST-CUENTA TO CUST-CUENTA
           READ CUSTMAST
               INVALID KEY
                   MOVE HIST-NOMBRE TO WS-NOMBRE-CLIENTE
               NOT INVALID KEY
                   MOVE CUST-NOMBRE TO WS-NOMBRE-CLIENTE
                   IF CUST-CERRADA
                           AND CUST-FECHA-ESTADO(1:6) = WS-MES
                       SET CERRADA-EN-EL-MES TO TRUE
                       MOVE CUST-FECHA-ESTADO TO WS-FECHA-CIERRE
                   END-IF
           END-READ.

       4000-ESCRIBIR-CALCULO.
           MOVE HIST-MODO TO WS-D-MODO
           MOVE WS-MONTO-HIST TO WS-D-MONTO
           MOVE HIST-RESULTADO TO WS-D-RESULTADO
           EVALUATE TRUE
               WHEN HIST-MODO = "RV"
                   MOVE HIST-REF-FECHA TO WS-NR-FECHA
                   MOVE WS-NOTA-REVERSO TO WS-D-NOTA
               WHEN HIST-REVERTIDO
                   MOVE "REVERTIDO" TO WS-D-NOTA
               WHEN OTHER
                   MOVE SPACES TO WS-D-NOTA
           END-EVALUATE
           MOVE WS-LINEA-DETALLE TO EST-LINE
           PERFORM 6000-ESCRIBIR-LINEA
           ADD 1 TO WS-CLI-CALCULOS
               MOVE "N" TO WS-ESTADO-ABIERTO
           END-IF.

       7500-CERRADAS-SIN-HISTORIA.
      * El corte por cuenta de la historia no ve a una cuenta que
      * nunca calculo: se recorre el maestro buscando las cerradas
      * en el mes sin ninguna historia.
           MOVE 0 TO CUST-CUENTA
           START CUSTMAST KEY NOT LESS THAN CUST-CUENTA
               INVALID KEY
                   SET FIN-DE-CLIENTES TO TRUE
           END-START
           PERFORM 7600-LEER-CLIENTE
               UNTIL FIN-DE-CLIENTES.

       7600-LEER-CLIENTE.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET FIN-DE-CLIENTES TO TRUE
               NOT AT END
                   IF CUST-CERRADA
                           AND CUST-FECHA-ESTADO(1:6) = WS-MES
                       PERFORM 7700-VERIFICAR-HISTORIA
                       IF NOT CUENTA-CON-HISTORIA
                           PERFORM 7800-ESTADO-SIN-MOVIMIENTOS
                       END-IF
                   END-IF
           END-READ.

       7700-VERIFICAR-HISTORIA.
           MOVE "N" TO WS-TIENE-HISTORIA
           MOVE CUST-CUENTA TO HIST-CUENTA
           MOVE LOW-VALUES TO HIST-FECHA
           MOVE LOW-VALUES TO HIST-HORA
           START CALC-HIST KEY NOT LESS THAN HIST-LLAVE
               NOT INVALID KEY
                   READ CALC-HIST NEXT RECORD
                       NOT AT END
                           IF HIST-CUENTA = CUST-CUENTA
                               SET CUENTA-CON-HISTORIA TO TRUE
                           END-IF
                   END-READ
           END-START.

       7800-ESTADO-SIN-MOVIMIENTOS.
           MOVE CUST-CUENTA TO WS-CUENTA-ACTUAL
           MOVE CUST-NOMBRE TO WS-NOMBRE-CLIENTE
           MOVE CUST-FECHA-ESTADO TO WS-FECHA-CIERRE
           SET CERRADA-EN-EL-MES TO TRUE
           PERFORM 3000-ABRIR-ESTADO
           PERFORM 7000-CERRAR-ESTADO.

       9000-TERMINAR.
           MOVE WS-MES TO WS-R-MES
           MOVE WS-LINEA-RESUMEN-1 TO EST-LINE
           MOVE WS-CONTADOR-ESTADOS TO WS-R-ESTADOS
           MOVE WS-CONTADOR-DEL-MES TO WS-R-CALCULOS
           MOVE WS-CONTADOR-LINEAS TO WS-R-LINEAS
           MOVE WS-CONTADOR-FINALES TO WS-R-FINALES
           MOVE WS-LINEA-RESUMEN-2 TO EST-LINE
           WRITE EST-RECORD
           DISPLAY "ESTADOS TERMINADOS. LEIDOS: " WS-CONTADOR-LEIDOS
               " DEL MES: " WS-CONTADOR-DEL-MES
               " ESTADOS: " WS-CONTADOR-ESTADOS
               " FINALES: " WS-CONTADOR-FINALES
           CLOSE CALC-HIST
           CLOSE CUSTMAST
           CLOSE ESTADOS.
