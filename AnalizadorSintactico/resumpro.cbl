      *                                                        *
      * Actividad mensual por producto desde la historia de    *
      * calculos: recorre CALCHIST.DAT, toma los calculos del  *
      * mes pedido en MESPARM.DAT (o del mes de negocio si     *
      * no hay parametro) y produce en PRODRESU.DAT el         *
      * desglose de cantidad de calculos, total de montos      *
      * principales y total de resultados por codigo de        *
      * producto y modo de calculo, con un gran total que      *
      * cuadra contra la suma de los totales diarios de        *
      * RESUMLOG del mes. La historia anterior al campo de     *
      * producto se agrupa bajo el codigo "***". Los reversos  *
      * (modo RV) no cuentan como calculos: se cuentan aparte  *
      * en la columna de reversos y netean montos y            *
      * resultados.                                            *
      *                                                        *
      **********************************************************

           88 FIN-DE-HISTORIA VALUE "S".

       01 WS-MES PIC X(6).
           COPY FECHLINK.
       01 WS-PRODUCTO-HIST PIC X(3).
       01 WS-MONTO-HIST PIC 9(7)V99.

               10 WS-G-PRODUCTO        PIC X(3).
               10 WS-G-MODO            PIC X(2).
               10 WS-G-CALCULOS        PIC 9(7).
               10 WS-G-REVERSOS        PIC 9(7).
               10 WS-G-MONTOS          PIC S9(11)V99.
               10 WS-G-RESULTADOS      PIC S9(11)V99.
       01 WS-GRUPO-USAR PIC 9(3).

       01 WS-GRAN-CALCULOS PIC 9(9) VALUE 0.
       01 WS-GRAN-REVERSOS PIC 9(9) VALUE 0.
       01 WS-GRAN-MONTOS PIC S9(11)V99 VALUE 0.
       01 WS-GRAN-RESULTADOS PIC S9(11)V99 VALUE 0.

               VALUE "            MONTOS".
           05 FILLER             PIC X(18)
               VALUE "        RESULTADOS".
           05 FILLER             PIC X(9) VALUE " REVERSOS".

       01 WS-LINEA-GRUPO.
           05 WS-L-PRODUCTO       PIC X(3).
           05 WS-L-MONTOS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X VALUE SPACES.
           05 WS-L-RESULTADOS     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X VALUE SPACES.
           05 WS-L-REVERSOS       PIC ZZZZ,ZZ9.

       01 WS-LINEA-GRAN-TOTAL.
           05 FILLER             PIC X(12) VALUE "GRAN TOTAL: ".
           05 WS-T-MONTOS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X VALUE SPACES.
           05 WS-T-RESULTADOS     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X VALUE SPACES.
           05 WS-T-REVERSOS       PIC ZZZZ,ZZ9.

      * El gran total de resultados del mes debe cuadrar contra
      * la suma de los totales diarios de RESUMLOG del mismo mes.
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
                   TO WS-G-PRODUCTO(WS-GRUPO-USAR)
               MOVE HIST-MODO TO WS-G-MODO(WS-GRUPO-USAR)
               MOVE 0 TO WS-G-CALCULOS(WS-GRUPO-USAR)
               MOVE 0 TO WS-G-REVERSOS(WS-GRUPO-USAR)
               MOVE 0 TO WS-G-MONTOS(WS-GRUPO-USAR)
               MOVE 0 TO WS-G-RESULTADOS(WS-GRUPO-USAR)
           END-IF
      * Un reverso (modo RV) trae el monto del calculo que anula
      * y su resultado ya con signo contrario: el monto se resta
      * para que los totales queden netos igual que los
      * resultados. No se descuenta de los calculos, porque el
      * original puede ser de un mes anterior; se cuenta aparte.
           IF HIST-MODO = "RV"
               ADD 1 TO WS-G-REVERSOS(WS-GRUPO-USAR)
               ADD 1 TO WS-GRAN-REVERSOS
               SUBTRACT WS-MONTO-HIST FROM WS-G-MONTOS(WS-GRUPO-USAR)
               SUBTRACT WS-MONTO-HIST FROM WS-GRAN-MONTOS
           ELSE
               ADD 1 TO WS-G-CALCULOS(WS-GRUPO-USAR)
               ADD 1 TO WS-GRAN-CALCULOS
               ADD WS-MONTO-HIST TO WS-G-MONTOS(WS-GRUPO-USAR)
               ADD WS-MONTO-HIST TO WS-GRAN-MONTOS
           END-IF
           ADD HIST-RESULTADO TO WS-G-RESULTADOS(WS-GRUPO-USAR)
           ADD HIST-RESULTADO TO WS-GRAN-RESULTADOS.

       7000-ESCRIBIR-RESUMEN.
                   UNTIL GRUPO-IDX > WS-TOTAL-GRUPOS
           END-IF
           MOVE WS-GRAN-CALCULOS TO WS-T-CALCULOS
           MOVE WS-GRAN-REVERSOS TO WS-T-REVERSOS
           MOVE WS-GRAN-MONTOS TO WS-T-MONTOS
           MOVE WS-GRAN-RESULTADOS TO WS-T-RESULTADOS
           MOVE WS-LINEA-GRAN-TOTAL TO RES-LINE
           MOVE WS-G-PRODUCTO(GRUPO-IDX) TO WS-L-PRODUCTO
           MOVE WS-G-MODO(GRUPO-IDX) TO WS-L-MODO
           MOVE WS-G-CALCULOS(GRUPO-IDX) TO WS-L-CALCULOS
           MOVE WS-G-REVERSOS(GRUPO-IDX) TO WS-L-REVERSOS
           MOVE WS-G-MONTOS(GRUPO-IDX) TO WS-L-MONTOS
           MOVE WS-G-RESULTADOS(GRUPO-IDX) TO WS-L-RESULTADOS
           MOVE WS-LINEA-GRUPO TO RES-LINE
