       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGHIST.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * PURGHIST                                               *
      *                                                        *
      * Depuracion del maestro de historia CALCHIST.DAT: todo  *
      * calculo con fecha anterior al corte (fecha de negocio  *
      * menos PARM-DIAS-RETENCION de CALCPARM.DAT, 730 dias si *
      * no viene) se agrega al archivo historico secuencial    *
      * HISTARCH.DAT y se borra de CALCHIST.DAT, que queda     *
      * solo con la historia reciente. El reporte de control   *
      * PURGRPT.DAT lista por cuenta los calculos archivados   *
      * con su monto y resultado, y cierra con la fecha de     *
      * corte y los totales: leidos = archivados + retirados + *
      * conservados.                                           *
      *                                                        *
      * La historia que RESTHIST devolvio desde el archivo     *
      * queda en CALCHIST.DAT los 90 dias siguientes a su      *
      * restauracion; despues se retira sin volver a           *
      * archivarla, porque su copia sigue en HISTARCH.DAT.     *
      * Corre en la cadena nocturna el ultimo dia habil del    *
      * mes, despues de los estados de cuenta.                 *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP.
       OBJECT-COMPUTER. HP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT OPTIONAL HIST-ARCHIVO ASSIGN TO "HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT OPTIONAL CALC-PARM ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT PURG-LISTADO ASSIGN TO "PURGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST.
           COPY HISTREC.

       FD  HIST-ARCHIVO.
           COPY HISTARCH.

       FD  CALC-PARM.
           COPY PARMREC.

       FD  PURG-LISTADO.
       01  LST-RECORD.
           05 LST-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-ARCHIVO PIC XX.
       01 WS-FS-PARM PIC XX.
       01 WS-FS-LISTADO PIC XX.

       01 WS-EOF-HIST PIC X VALUE "N".
           88 FIN-DE-HISTORIA VALUE "S".

       01 WS-FECHA-HOY PIC X(8).
           COPY FECHLINK.
       01 WS-DIAS-HOY PIC 9(7).
       01 WS-DIAS-CORTE PIC 9(7).
       01 WS-DIAS-RESTAURADO PIC S9(7).
       01 WS-FECHA-CORTE PIC X(8).
       01 WS-FECHA-CORTE-NUM REDEFINES WS-FECHA-CORTE PIC 9(8).

      * Menos de 90 dias dejaria sin historia al estado de cuenta
      * del mes y a la revision de duplicados de EDITLOTE.
       01 WS-DIAS-RETENCION PIC 9(4) VALUE 730.
       01 WS-DIAS-MINIMO PIC 9(4) VALUE 90.
       01 WS-DIAS-CONSULTA PIC 9(4) VALUE 90.

       01 WS-MONTO-HIST PIC 9(7)V99.

       01 WS-CUENTA-ACTUAL PIC 9(6) VALUE 0.
       01 WS-CUENTA-CALCULOS PIC 9(7) VALUE 0.
       01 WS-CUENTA-MONTO PIC 9(11)V99 VALUE 0.
       01 WS-CUENTA-RESULTADO PIC S9(11)V99 VALUE 0.

       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-ARCHIVADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-CONSERVADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-RETIRADOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-EN-CONSULTA PIC 9(9) VALUE 0.
       01 WS-TOTAL-MONTO PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-RESULTADO PIC S9(11)V99 VALUE 0.

       01 WS-NUM-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01 WS-ENCABEZADO-1.
           05 FILLER             PIC X(10) VALUE "PURGHIST -".
           05 FILLER             PIC X(30)
               VALUE " DEPURACION DE HISTORIA".
           05 FILLER             PIC X(10) VALUE "PAGINA: ".
           05 WS-E-PAGINA         PIC ZZZ9.

       01 WS-ENCABEZADO-2.
           05 FILLER             PIC X(8) VALUE "CUENTA".
           05 FILLER             PIC X(8) VALUE "CALCULOS".
           05 FILLER             PIC X(19)
               VALUE "              MONTO".
           05 FILLER             PIC X(20)
               VALUE "           RESULTADO".

       01 WS-LINEA-CUENTA.
           05 WS-L-CUENTA         PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-CALCULOS       PIC ZZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-MONTO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-L-RESULTADO      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LINEA-CORTE.
           05 FILLER             PIC X(16) VALUE "FECHA DE CORTE:".
           05 WS-T-CORTE          PIC X(8).
           05 FILLER             PIC X(20)
               VALUE "  RETENCION (DIAS):".
           05 WS-T-RETENCION      PIC ZZZ9.

       01 WS-LINEA-TOTALES.
           05 FILLER             PIC X(8) VALUE "LEIDOS:".
           05 WS-T-LEIDOS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE " ARCHIVADOS:".
           05 WS-T-ARCHIVADOS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE " CONSERVADOS:".
           05 WS-T-CONSERVADOS    PIC ZZZ,ZZZ,ZZ9.

       01 WS-LINEA-IMPORTES.
           05 FILLER             PIC X(17) VALUE "MONTO ARCHIVADO:".
           05 WS-T-MONTO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(12) VALUE " RESULTADO:".
           05 WS-T-RESULTADO      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LINEA-RESTAURADOS.
           05 FILLER             PIC X(23)
               VALUE "RESTAURADOS RETIRADOS:".
           05 WS-T-RETIRADOS      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(15) VALUE " EN CONSULTA:".
           05 WS-T-EN-CONSULTA    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-PROCESAR-HISTORIA
               UNTIL FIN-DE-HISTORIA
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
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOY - WS-DIAS-RETENCION
           COMPUTE WS-FECHA-CORTE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)
           DISPLAY "DEPURACION DE HISTORIA ANTERIOR AL "
               WS-FECHA-CORTE " (" WS-DIAS-RETENCION " DIAS)."
           OPEN I-O CALC-HIST
           IF WS-FS-HIST NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALCHIST.DAT (STATUS "
                   WS-FS-HIST "); CORRA PRIMERO LA CARGA CARGHIST."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HIST-ARCHIVO
      * El status 05 es normal en la primera depuracion: el
      * archivo historico todavia no existia y se crea vacio.
           IF WS-FS-ARCHIVO NOT = "00" AND WS-FS-ARCHIVO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR HISTARCH.DAT (STATUS "
                   WS-FS-ARCHIVO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PURG-LISTADO
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PURGRPT.DAT (STATUS "
                   WS-FS-LISTADO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-ESCRIBIR-ENCABEZADO
           PERFORM 2100-LEER-HISTORIA.

       1050-LEER-PARAMETRO.
           OPEN INPUT CALC-PARM
           IF WS-FS-PARM = "00"
               READ CALC-PARM
                   NOT AT END
                       IF PARM-DIAS-RETENCION IS NUMERIC
                               AND PARM-DIAS-RETENCION > 0
                           MOVE PARM-DIAS-RETENCION
                               TO WS-DIAS-RETENCION
                       END-IF
               END-READ
               CLOSE CALC-PARM
           END-IF
           IF WS-DIAS-RETENCION < WS-DIAS-MINIMO
               DISPLAY "ERROR: PARM-DIAS-RETENCION DE "
                   WS-DIAS-RETENCION " DIAS ES MENOR QUE EL MINIMO DE "
                   WS-DIAS-MINIMO "; NO SE DEPURA NADA."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESAR-HISTORIA.
           ADD 1 TO WS-CONTADOR-LEIDOS
           EVALUATE TRUE
               WHEN HIST-FECHA NOT < WS-FECHA-CORTE
                   ADD 1 TO WS-CONTADOR-CONSERVADOS
               WHEN HIST-FECHA-RESTAURA IS NUMERIC
                   PERFORM 2300-REVISAR-RESTAURADO
               WHEN OTHER
                   PERFORM 2200-ARCHIVAR-CALCULO
           END-EVALUATE
           PERFORM 2100-LEER-HISTORIA.

       2100-LEER-HISTORIA.
           READ CALC-HIST NEXT RECORD
               AT END
                   SET FIN-DE-HISTORIA TO TRUE
           END-READ.

       2200-ARCHIVAR-CALCULO.
      * Primero la copia en el archivo historico y despues el
      * borrado: si algo falla entre los dos el calculo queda
      * duplicado, nunca perdido.
           MOVE WS-FECHA-HOY TO ARCH-FECHA-ARCHIVO
           MOVE HIST-RECORD TO ARCH-HISTORIA
           WRITE ARCH-RECORD
           IF WS-FS-ARCHIVO NOT = "00"
               DISPLAY "ERROR: NO SE PUDO GRABAR HISTARCH.DAT (STATUS "
                   WS-FS-ARCHIVO ") PARA " HIST-CUENTA " " HIST-FECHA
                   " " HIST-HORA "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2400-BORRAR-CALCULO
           IF HIST-CUENTA NOT = WS-CUENTA-ACTUAL
               PERFORM 2500-CERRAR-CUENTA
               MOVE HIST-CUENTA TO WS-CUENTA-ACTUAL
           END-IF
      * La historia anterior al campo de monto completo solo trae
      * el monto entero de tres digitos en HIST-NUMERO.
           IF HIST-MONTO IS NUMERIC
               MOVE HIST-MONTO TO WS-MONTO-HIST
           ELSE
               MOVE HIST-NUMERO TO WS-MONTO-HIST
           END-IF
           ADD 1 TO WS-CUENTA-CALCULOS
           ADD WS-MONTO-HIST TO WS-CUENTA-MONTO
           ADD HIST-RESULTADO TO WS-CUENTA-RESULTADO
           ADD 1 TO WS-CONTADOR-ARCHIVADOS
           ADD WS-MONTO-HIST TO WS-TOTAL-MONTO
           ADD HIST-RESULTADO TO WS-TOTAL-RESULTADO.

       2300-REVISAR-RESTAURADO.
      * Un calculo restaurado ya tiene su copia en HISTARCH.DAT:
      * pasado el plazo de consulta solo se borra.
           COMPUTE WS-DIAS-RESTAURADO = WS-DIAS-HOY -
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(HIST-FECHA-RESTAURA))
           IF WS-DIAS-RESTAURADO > WS-DIAS-CONSULTA
               PERFORM 2400-BORRAR-CALCULO
               ADD 1 TO WS-CONTADOR-RETIRADOS
           ELSE
               ADD 1 TO WS-CONTADOR-EN-CONSULTA
               ADD 1 TO WS-CONTADOR-CONSERVADOS
           END-IF.

       2400-BORRAR-CALCULO.
           DELETE CALC-HIST RECORD
           IF WS-FS-HIST NOT = "00"
               DISPLAY "ERROR: NO SE PUDO BORRAR DE CALCHIST.DAT "
                   HIST-CUENTA " " HIST-FECHA " " HIST-HORA
                   " (STATUS " WS-FS-HIST ")."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2500-CERRAR-CUENTA.
           IF WS-CUENTA-CALCULOS > 0
               PERFORM 5000-LISTAR-CUENTA
           END-IF
           MOVE 0 TO WS-CUENTA-CALCULOS
           MOVE 0 TO WS-CUENTA-MONTO
           MOVE 0 TO WS-CUENTA-RESULTADO.

       5000-LISTAR-CUENTA.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 5100-ESCRIBIR-ENCABEZADO
           END-IF
           MOVE WS-CUENTA-ACTUAL TO WS-L-CUENTA
           MOVE WS-CUENTA-CALCULOS TO WS-L-CALCULOS
           MOVE WS-CUENTA-MONTO TO WS-L-MONTO
           MOVE WS-CUENTA-RESULTADO TO WS-L-RESULTADO
           MOVE WS-LINEA-CUENTA TO LST-LINE
           WRITE LST-RECORD
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       5100-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-E-PAGINA
           MOVE WS-ENCABEZADO-1 TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-ENCABEZADO-2 TO LST-LINE
           WRITE LST-RECORD
           MOVE 0 TO WS-LINEAS-EN-PAGINA.

       9000-TERMINAR.
           PERFORM 2500-CERRAR-CUENTA
           MOVE WS-FECHA-CORTE TO WS-T-CORTE
           MOVE WS-DIAS-RETENCION TO WS-T-RETENCION
           MOVE WS-LINEA-CORTE TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-CONTADOR-LEIDOS TO WS-T-LEIDOS
           MOVE WS-CONTADOR-ARCHIVADOS TO WS-T-ARCHIVADOS
           MOVE WS-CONTADOR-CONSERVADOS TO WS-T-CONSERVADOS
           MOVE WS-LINEA-TOTALES TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-TOTAL-MONTO TO WS-T-MONTO
           MOVE WS-TOTAL-RESULTADO TO WS-T-RESULTADO
           MOVE WS-LINEA-IMPORTES TO LST-LINE
           WRITE LST-RECORD
           MOVE WS-CONTADOR-RETIRADOS TO WS-T-RETIRADOS
           MOVE WS-CONTADOR-EN-CONSULTA TO WS-T-EN-CONSULTA
           MOVE WS-LINEA-RESTAURADOS TO LST-LINE
           WRITE LST-RECORD
           DISPLAY "DEPURACION TERMINADA. LEIDOS: " WS-CONTADOR-LEIDOS
               " ARCHIVADOS: " WS-CONTADOR-ARCHIVADOS
               " CONSERVADOS: " WS-CONTADOR-CONSERVADOS
               " RESTAURADOS RETIRADOS: " WS-CONTADOR-RETIRADOS
           CLOSE CALC-HIST
           CLOSE HIST-ARCHIVO
           CLOSE PURG-LISTADO.
