       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDPROD.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * PENDPROD                                               *
      *                                                        *
      * Lista de excepciones del doble control de la tabla de  *
      * productos: relee los cambios que esperan aprobacion en *
      * PRODPEND.DAT y lista en PENDRPT.DAT los que llevan mas *
      * dias pendientes que PARM-DIAS-PENDIENTE de             *
      * CALCPARM.DAT (3 si no viene), con su antiguedad contra *
      * la fecha de negocio. Si hay alguno termina con codigo  *
      * de retorno 4 para que la cadena nocturna lo senale.    *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROD-PEND ASSIGN TO "PRODPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

           SELECT OPTIONAL CALC-PARM ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PEND-LISTADO ASSIGN TO "PENDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-PEND.
           COPY PRODPEND.

       FD  CALC-PARM.
           COPY PARMREC.

       FD  PEND-LISTADO.
       01  LST-RECORD.
           05 LST-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEND PIC XX.
       01 WS-FS-PARM PIC XX.
       01 WS-FS-LISTADO PIC XX.

       01 WS-EOF-PEND PIC X VALUE "N".
           88 FIN-DE-PENDIENTES VALUE "S".

       01 WS-FECHA-HOY PIC X(8).
           COPY FECHLINK.
       01 WS-DIAS-HOY PIC 9(7).
       01 WS-DIAS-PEDIDO PIC 9(7).
       01 WS-DIAS-TRANSCURRIDOS PIC S9(5).
       01 WS-DIAS-LIMITE PIC 9(3) VALUE 3.
       01 WS-FECHA-PEDIDO PIC X(8).

       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-VENCIDOS PIC 9(9) VALUE 0.

       01 WS-NUM-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01 WS-ENCABEZADO-1.
           05 FILLER             PIC X(10) VALUE "PENDPROD -".
           05 FILLER             PIC X(30)
               VALUE " CAMBIOS SIN APROBAR".
           05 FILLER             PIC X(10) VALUE "PAGINA: ".
           05 WS-E-PAGINA         PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER             PIC X(8) VALUE "CAMBIO".
           05 FILLER             PIC X(4) VALUE "ACC".
           05 FILLER             PIC X(5) VALUE "COD".
           05 FILLER             PIC X(10) VALUE "VIGENCIA".
           05 FILLER             PIC X(11) VALUE "PEDIDO POR".
           05 FILLER             PIC X(10) VALUE "FECHA".
           05 FILLER             PIC X(4) VALUE "DIAS".

       01 WS-LINEA-VENCIDO.
           05 WS-L-NUMERO         PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-ACCION         PIC X.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-L-CODIGO         PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-VIGENCIA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-USUARIO        PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-L-FECHA          PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-L-DIAS           PIC ZZZZ9.

       01 WS-LINEA-TOTALES.
           05 FILLER             PIC X(13) VALUE "PENDIENTES:".
           05 WS-T-LEIDOS         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE " VENCIDOS:".
           05 WS-T-VENCIDOS       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(16) VALUE " DIAS DE LIMITE:".
           05 WS-T-LIMITE         PIC ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-PROCESAR-PENDIENTE
               UNTIL FIN-DE-PENDIENTES
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-HOY
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-FECHA-HOY))
           PERFORM 1050-LEER-PARAMETRO
           OPEN INPUT PROD-PEND
      * El status 05 es normal mientras nadie haya pedido un
      * cambio: no hay nada pendiente que listar.
           IF WS-FS-PEND NOT = "00" AND WS-FS-PEND NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRODPEND.DAT (STATUS "
                   WS-FS-PEND ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PEND-LISTADO
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PENDRPT.DAT (STATUS "
                   WS-FS-LISTADO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-ESCRIBIR-ENCABEZADO
           PERFORM 2100-LEER-PENDIENTE.

       1050-LEER-PARAMETRO.
           OPEN INPUT CALC-PARM
           IF WS-FS-PARM = "00"
               READ CALC-PARM
                   NOT AT END
                       IF PARM-DIAS-PENDIENTE IS NUMERIC
                           MOVE PARM-DIAS-PENDIENTE TO WS-DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE CALC-PARM
           END-IF.

       2000-PROCESAR-PENDIENTE.
           ADD 1 TO WS-CONTADOR-LEIDOS
           MOVE PPEN-TIMESTAMP(1:8) TO WS-FECHA-PEDIDO
           IF WS-FECHA-PEDIDO IS NUMERIC
               COMPUTE WS-DIAS-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(WS-FECHA-PEDIDO))
               COMPUTE WS-DIAS-TRANSCURRIDOS =
                   WS-DIAS-HOY - WS-DIAS-PEDIDO
           ELSE
      * Un pedido sin fecha legible no puede probar que es
      * reciente; se lista como vencido.
               MOVE 99999 TO WS-DIAS-TRANSCURRIDOS
           END-IF
           IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-LIMITE
               ADD 1 TO WS-CONTADOR-VENCIDOS
               PERFORM 5000-LISTAR-VENCIDO
           END-IF
           PERFORM 2100-LEER-PENDIENTE.

       2100-LEER-PENDIENTE.
           IF WS-FS-PEND = "00"
               READ PROD-PEND
                   AT END
                       SET FIN-DE-PENDIENTES TO TRUE
               END-READ
           ELSE
               SET FIN-DE-PENDIENTES TO TRUE
           END-IF.

       5000-LISTAR-VENCIDO.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 5100-ESCRIBIR-ENCABEZADO
           END-IF
           MOVE PPEN-NUMERO TO WS-L-NUMERO
           MOVE PPEN-ACCION TO WS-L-ACCION
           MOVE PPEN-CODIGO TO WS-L-CODIGO
           MOVE PPEN-VIGENCIA TO WS-L-VIGENCIA
           MOVE PPEN-USUARIO TO WS-L-USUARIO
           MOVE WS-FECHA-PEDIDO TO WS-L-FECHA
           MOVE WS-DIAS-TRANSCURRIDOS TO WS-L-DIAS
           MOVE WS-LINEA-VENCIDO TO LST-LINE
           WRITE LST-RECORD
           ADD 1 TO WS-LINEAS-EN-PAGINA
           DISPLAY "CAMBIO " PPEN-NUMERO " DE " PPEN-CODIGO
               " PENDIENTE DESDE " WS-FECHA-PEDIDO
               " SIN APROBAR.".

       5100-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-E-PAGINA
           MOVE WS-ENCABEZADO-1 TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-ENCABEZADO-2 TO LST-LINE
           WRITE LST-RECORD
           MOVE 0 TO WS-LINEAS-EN-PAGINA.

       9000-TERMINAR.
           MOVE WS-CONTADOR-LEIDOS TO WS-T-LEIDOS
           MOVE WS-CONTADOR-VENCIDOS TO WS-T-VENCIDOS
           MOVE WS-DIAS-LIMITE TO WS-T-LIMITE
           MOVE WS-LINEA-TOTALES TO LST-LINE
           WRITE LST-RECORD
           IF WS-CONTADOR-VENCIDOS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "CAMBIOS DE PRODUCTOS PENDIENTES: "
               WS-CONTADOR-LEIDOS " VENCIDOS: " WS-CONTADOR-VENCIDOS
           CLOSE PROD-PEND
           CLOSE PEND-LISTADO.
