      * suspendido se reescribe en CTASUSP.DAT y se lista en   *
      * SUSPAGE.DAT con su antiguedad en dias.                 *
      *                                                        *
      * Los motivo 07 (cuenta bloqueada) se reciclan igual que *
      * los 04 en cuanto la cuenta vuelve a estar activa. Nada *
      * de una cuenta cerrada se recicla: el motivo 08, y el   *
      * 04 o 07 cuya cuenta se cerro despues, quedan retenidos *
      * y se cuentan aparte para que operaciones los depure.   *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
           88 FIN-DE-TRABAJO VALUE "S".

       01 WS-FECHA-HOY PIC X(8).
           COPY FECHLINK.
       01 WS-DIAS-HOY PIC 9(7).
       01 WS-DIAS-SUSPENSO PIC 9(7).
       01 WS-DIAS-TRANSCURRIDOS PIC S9(5).
           05 WS-S-MONTO          PIC X(9).
           05 FILLER              PIC X(22).

      * CLIENTE-ENCONTRADO solo se enciende si la cuenta existe y
      * esta activa.
       01 WS-CLIENTE-HALLADO PIC X VALUE "N".
           88 CLIENTE-ENCONTRADO VALUE "S".
       01 WS-CLIENTE-CERRADO PIC X VALUE "N".
           88 CLIENTE-ESTA-CERRADO VALUE "S".

       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-RECICLADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-RETENIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-CERRADAS PIC 9(9) VALUE 0.

       01 WS-NUM-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
           05 WS-T-RECICLADOS     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE " RETENIDOS:".
           05 WS-T-RETENIDOS      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " CERRADAS:".
           05 WS-T-CERRADAS       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-HOY
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-FECHA-HOY))
       2000-PROCESAR-SUSPENSO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           MOVE SUSP-DATOS TO WS-DATOS-SUSPENSO
           EVALUATE SUSP-MOTIVO
               WHEN "04"
               WHEN "07"
                   PERFORM 2200-BUSCAR-CLIENTE
                   IF CLIENTE-ENCONTRADO
                       PERFORM 3000-RECICLAR-REGISTRO
                   ELSE
                       IF CLIENTE-ESTA-CERRADO
                           ADD 1 TO WS-CONTADOR-CERRADAS
                       END-IF
                       PERFORM 4000-RETENER-REGISTRO
                   END-IF
               WHEN "08"
      * Una cuenta cerrada no vuelve a calcular; su suspenso solo
      * espera depuracion.
                   ADD 1 TO WS-CONTADOR-CERRADAS
                   PERFORM 4000-RETENER-REGISTRO
               WHEN OTHER
      * Los demas motivos no dependen del maestro de clientes;
      * siguen esperando correccion manual.
                   PERFORM 4000-RETENER-REGISTRO
           END-EVALUATE
           PERFORM 2100-LEER-SUSPENSO.

       2100-LEER-SUSPENSO.

       2200-BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-HALLADO
           MOVE "N" TO WS-CLIENTE-CERRADO
           IF WS-S-CUENTA IS NUMERIC
               MOVE WS-S-CUENTA TO CUST-CUENTA
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CUST-ACTIVA
                               SET CLIENTE-ENCONTRADO TO TRUE
                           WHEN CUST-CERRADA
                               SET CLIENTE-ESTA-CERRADO TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

           MOVE WS-CONTADOR-LEIDOS TO WS-T-LEIDOS
           MOVE WS-CONTADOR-RECICLADOS TO WS-T-RECICLADOS
           MOVE WS-CONTADOR-RETENIDOS TO WS-T-RETENIDOS
           MOVE WS-CONTADOR-CERRADAS TO WS-T-CERRADAS
           MOVE WS-LINEA-TOTALES TO LST-LINE
           WRITE LST-RECORD
           DISPLAY "RECICLAJE TERMINADO. LEIDOS: "
               WS-CONTADOR-LEIDOS " RECICLADOS: "
               WS-CONTADOR-RECICLADOS " RETENIDOS: "
               WS-CONTADOR-RETENIDOS " DE CUENTAS CERRADAS: "
               WS-CONTADOR-CERRADAS
           CLOSE CTA-SUSPENSO
           CLOSE CUSTMAST
           CLOSE EDIT-REENVIO
