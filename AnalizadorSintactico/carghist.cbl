      * pantalla que se le cotizo a un cliente y cuando. Los   *
      * registros ya cargados (clave duplicada) y los que no   *
      * traen cuenta se saltan con su cuenta en el total.      *
      * Al cargar un reverso (modo RV) se marca el calculo     *
      * original que anula como revertido (HIST-ESTADO = R),   *
      * para que CONSHIST y ESTADCTA lo muestren como tal.     *
      *                                                        *
      **********************************************************

       01 WS-CONTADOR-CARGADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-DUPLICADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-SIN-CUENTA PIC 9(9) VALUE 0.
       01 WS-CONTADOR-REVERTIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-SIN-ORIGINAL PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * Las bitacoras anteriores al campo de producto lo traen
      * en blanco; la historia lo conserva tal cual.
               MOVE LOG-PRODUCTO TO HIST-PRODUCTO
               MOVE SPACE TO HIST-ESTADO
      * Las bitacoras anteriores a la referencia del reverso la
      * traen en blanco, igual que los calculos normales.
               MOVE LOG-REF-FECHA TO HIST-REF-FECHA
               MOVE LOG-REF-HORA TO HIST-REF-HORA
               MOVE SPACES TO HIST-FECHA-RESTAURA
               WRITE HIST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CONTADOR-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-CARGADOS
                       IF LOG-MODO = "RV"
                           PERFORM 2200-MARCAR-ORIGINAL
                       END-IF
               END-WRITE
           END-IF
           PERFORM 2100-LEER-BITACORA.

       2200-MARCAR-ORIGINAL.
      * USODEACCB ya verifico que el original existia y no estaba
      * revertido; si aun asi no aparece se avisa sin detener la
      * carga.
           MOVE LOG-CUENTA TO HIST-CUENTA
           MOVE LOG-REF-FECHA TO HIST-FECHA
           MOVE LOG-REF-HORA TO HIST-HORA
           READ CALC-HIST
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-ORIGINAL
                   DISPLAY "ADVERTENCIA: EL CALCULO REVERTIDO "
                       LOG-CUENTA " " LOG-REF-FECHA " " LOG-REF-HORA
                       " NO ESTA EN CALCHIST.DAT."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE "R" TO HIST-ESTADO
                   REWRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO MARCAR EL "
                               "CALCULO REVERTIDO " HIST-CUENTA " "
                               HIST-FECHA " " HIST-HORA " (STATUS "
                               WS-FS-HIST ")"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-CONTADOR-REVERTIDOS
           END-READ.

       2100-LEER-BITACORA.
           READ COBCALC-LOG
               AT END
               WS-CONTADOR-CARGADOS " YA CARGADOS: "
               WS-CONTADOR-DUPLICADOS " SIN CUENTA: "
               WS-CONTADOR-SIN-CUENTA
           DISPLAY "CALCULOS MARCADOS COMO REVERTIDOS: "
               WS-CONTADOR-REVERTIDOS " ORIGINAL NO HALLADO: "
               WS-CONTADOR-SIN-ORIGINAL
           CLOSE COBCALC-LOG
           CLOSE CALC-HIST.
