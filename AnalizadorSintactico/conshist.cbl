      * cuenta en blanco o en cero para terminar. La entrada   *
      * exige la firma de un operador verificado por FIRMAOPE  *
      * contra OPERMAST.DAT con autorizacion de consulta.      *
      * Un calculo anulado lleva la nota REVERTIDO y el        *
      * reverso que lo anulo (modo RV, resultado negativo) la  *
      * fecha del calculo original.                            *
      * La historia que PURGHIST paso al archivo HISTARCH.DAT  *
      * no aparece aqui hasta que RESTHIST la restaura.        *
      *                                                        *
      **********************************************************

               10 WS-MOV-MODO          PIC X(2).
               10 WS-MOV-MONTO         PIC 9(7)V99.
               10 WS-MOV-RESULTADO     PIC S9(9)V99.
               10 WS-MOV-NOTA          PIC X(20).

       01 WS-NOTA-REVERSO.
           05 FILLER             PIC X(12) VALUE "REVERSO DEL ".
           05 WS-NR-FECHA         PIC X(8).

       01 WS-LINEA-MOVIMIENTO.
           05 WS-M-FECHA          PIC X(8).
           05 WS-M-MONTO          PIC ZZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-M-RESULTADO      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-M-NOTA           PIC X(20).

           COPY FIRMLINK.

           END-IF
           MOVE HIST-RESULTADO
               TO WS-MOV-RESULTADO(WS-POS-ULTIMO)
           EVALUATE TRUE
               WHEN HIST-MODO = "RV"
                   MOVE HIST-REF-FECHA TO WS-NR-FECHA
                   MOVE WS-NOTA-REVERSO
                       TO WS-MOV-NOTA(WS-POS-ULTIMO)
               WHEN HIST-REVERTIDO
                   MOVE "REVERTIDO" TO WS-MOV-NOTA(WS-POS-ULTIMO)
               WHEN OTHER
                   MOVE SPACES TO WS-MOV-NOTA(WS-POS-ULTIMO)
           END-EVALUATE
           MOVE HIST-NOMBRE TO WS-NOMBRE-CLIENTE.

       4000-MOSTRAR-HISTORIA.
           IF WS-TOTAL-MOVIMIENTOS = 0
               DISPLAY "SIN CALCULOS REGISTRADOS PARA LA CUENTA "
                   WS-CUENTA "."
               DISPLAY "LA HISTORIA DEPURADA SE CONSULTA RESTAURANDOLA "
                   "CON RESTHIST."
           ELSE
               IF WS-LEIDOS-CUENTA > WS-TOTAL-MOVIMIENTOS
                   DISPLAY "ADVERTENCIA: LA CUENTA TIENE "
           MOVE WS-MOV-MODO(WS-INDICE) TO WS-M-MODO
           MOVE WS-MOV-MONTO(WS-INDICE) TO WS-M-MONTO
           MOVE WS-MOV-RESULTADO(WS-INDICE) TO WS-M-RESULTADO
           MOVE WS-MOV-NOTA(WS-INDICE) TO WS-M-NOTA
           DISPLAY WS-LINEA-MOVIMIENTO
           SUBTRACT 1 FROM WS-INDICE
           IF WS-INDICE < 1
