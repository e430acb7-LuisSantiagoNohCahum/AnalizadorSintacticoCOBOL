       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTHIST.
       AUTHOR. HIRONAKAMURA.
       INSTALLATION. GITHUB.

      **********************************************************
      * RESTHIST                                               *
      *                                                        *
      * Restauracion de historia archivada: el operador teclea *
      * un numero de cuenta y el programa recorre el archivo   *
      * historico HISTARCH.DAT y devuelve a CALCHIST.DAT los   *
      * calculos de esa cuenta que PURGHIST habia retirado,    *
      * para que CONSHIST vuelva a mostrarlos en una auditoria *
      * o un reclamo. Repite hasta que teclea una cuenta en    *
      * blanco o en cero. Cada calculo restaurado lleva la     *
      * fecha de negocio en HIST-FECHA-RESTAURA; PURGHIST lo   *
      * deja 90 dias y despues lo retira sin archivarlo de     *
      * nuevo. Los calculos que ya estan en CALCHIST.DAT se    *
      * saltan. La entrada exige la firma de un operador       *
      * verificado por FIRMAOPE con autorizacion de            *
      * mantenimiento.                                         *
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT OPTIONAL HIST-ARCHIVO ASSIGN TO "HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST.
           COPY HISTREC.

       FD  HIST-ARCHIVO.
           COPY HISTARCH.

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST PIC XX.
       01 WS-FS-ARCHIVO PIC XX.

       01 WS-FECHA-HOY PIC X(8).
           COPY FECHLINK.

       01 WS-CUENTA-ENTRADA PIC X(6) JUSTIFIED RIGHT.
       01 WS-CUENTA PIC 9(6).
       01 WS-CONFIRMA PIC X.
       01 WS-FIN-CONSULTA PIC X VALUE "N".
           88 FIN-DE-CONSULTA VALUE "S".
       01 WS-EOF-ARCHIVO PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "S".

       01 WS-CONTADOR-ARCHIVADOS PIC 9(7) VALUE 0.
       01 WS-CONTADOR-RESTAURADOS PIC 9(7) VALUE 0.
       01 WS-CONTADOR-PRESENTES PIC 9(7) VALUE 0.
       01 WS-TOTAL-RESTAURADOS PIC 9(9) VALUE 0.

           COPY FIRMLINK.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR
           PERFORM 2000-RESTAURAR-CUENTA
               UNTIL FIN-DE-CONSULTA
           PERFORM 9000-TERMINAR
           GOBACK.

       1000-INICIAR.
           DISPLAY "RESTAURACION DE HISTORIA ARCHIVADA (HISTARCH)"
           MOVE "M" TO FIRMA-FUNCION
           CALL "FIRMAOPE" USING FIRMA-AREA
           IF FIRMA-RECHAZADA
               DISPLAY "ERROR: FIRMA DE OPERADOR RECHAZADA; LA "
                   "RESTAURACION NO PUEDE CONTINUAR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-HOY
           OPEN I-O CALC-HIST
           IF WS-FS-HIST NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CALCHIST.DAT (STATUS "
                   WS-FS-HIST "); CORRA PRIMERO LA CARGA CARGHIST."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-RESTAURAR-CUENTA.
           DISPLAY " "
           DISPLAY "NUMERO DE CUENTA (BLANCO O CERO = FIN): "
           ACCEPT WS-CUENTA-ENTRADA
           IF WS-CUENTA-ENTRADA = SPACES
               SET FIN-DE-CONSULTA TO TRUE
           ELSE
               INSPECT WS-CUENTA-ENTRADA
                   REPLACING LEADING SPACE BY ZERO
               IF WS-CUENTA-ENTRADA IS NOT NUMERIC
                   DISPLAY "ERROR: LA CUENTA DEBE SER NUMERICA (6 "
                       "DIGITOS). INTENTE DE NUEVO."
               ELSE
                   MOVE WS-CUENTA-ENTRADA TO WS-CUENTA
                   IF WS-CUENTA = ZERO
                       SET FIN-DE-CONSULTA TO TRUE
                   ELSE
                       PERFORM 2100-CONFIRMAR-CUENTA
                   END-IF
               END-IF
           END-IF.

       2100-CONFIRMAR-CUENTA.
           DISPLAY "CONFIRMA LA RESTAURACION DE LA CUENTA "
               WS-CUENTA " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S"
               PERFORM 3000-RECORRER-ARCHIVO
               PERFORM 4000-MOSTRAR-RESULTADO
           ELSE
               DISPLAY "RESTAURACION CANCELADA."
           END-IF.

       3000-RECORRER-ARCHIVO.
           MOVE 0 TO WS-CONTADOR-ARCHIVADOS
           MOVE 0 TO WS-CONTADOR-RESTAURADOS
           MOVE 0 TO WS-CONTADOR-PRESENTES
           MOVE "N" TO WS-EOF-ARCHIVO
           OPEN INPUT HIST-ARCHIVO
      * El status 05 es normal mientras no haya corrido ninguna
      * depuracion: no hay historia archivada que restaurar.
           IF WS-FS-ARCHIVO NOT = "00" AND WS-FS-ARCHIVO NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR HISTARCH.DAT (STATUS "
                   WS-FS-ARCHIVO ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-LEER-ARCHIVO
               UNTIL FIN-DE-ARCHIVO
           CLOSE HIST-ARCHIVO.

       3100-LEER-ARCHIVO.
           IF WS-FS-ARCHIVO = "00"
               READ HIST-ARCHIVO
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF ARCH-CUENTA = WS-CUENTA
                           PERFORM 3200-RESTAURAR-CALCULO
                       END-IF
               END-READ
           ELSE
               SET FIN-DE-ARCHIVO TO TRUE
           END-IF.

       3200-RESTAURAR-CALCULO.
           ADD 1 TO WS-CONTADOR-ARCHIVADOS
           MOVE ARCH-HISTORIA TO HIST-RECORD
           MOVE WS-FECHA-HOY TO HIST-FECHA-RESTAURA
           WRITE HIST-RECORD
               INVALID KEY
      * Ya esta en CALCHIST.DAT: o nunca se depuro o ya se habia
      * restaurado; se deja como esta.
                   ADD 1 TO WS-CONTADOR-PRESENTES
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-RESTAURADOS
                   ADD 1 TO WS-TOTAL-RESTAURADOS
           END-WRITE.

       4000-MOSTRAR-RESULTADO.
           IF WS-CONTADOR-ARCHIVADOS = 0
               DISPLAY "SIN HISTORIA ARCHIVADA PARA LA CUENTA "
                   WS-CUENTA "."
           ELSE
               DISPLAY "CUENTA " WS-CUENTA " ARCHIVADOS: "
                   WS-CONTADOR-ARCHIVADOS " RESTAURADOS: "
                   WS-CONTADOR-RESTAURADOS " YA PRESENTES: "
                   WS-CONTADOR-PRESENTES
           END-IF.

       9000-TERMINAR.
           CLOSE CALC-HIST
           DISPLAY "FIN DE LA RESTAURACION. CALCULOS RESTAURADOS: "
               WS-TOTAL-RESTAURADOS.
