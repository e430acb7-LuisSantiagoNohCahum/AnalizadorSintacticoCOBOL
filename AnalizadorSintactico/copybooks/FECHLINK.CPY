      * FECHLINK.CPY
      * Area de comunicacion con la rutina de fecha de negocio
      * FECHANEG. El programa que llama indica la funcion y recibe
      * de vuelta la fecha de negocio, el dia habil siguiente y la
      * marca de fin de mes.
      *   FECHA-FUNCION (entrada): E = establecer la fecha de la
      *                            noche (solo CADENOCT),
      *                            C = consultar la fecha vigente.
      *   FECHA-ORIGEN (salida):   A = leida de FECHANEG.DAT,
      *                            K = calculada contra el
      *                                calendario y el reloj.
      *   FECHA-FIN-MES (salida):  S = la fecha de negocio es el
      *                            ultimo dia habil del mes.
       01 FECHA-AREA.
           05 FECHA-FUNCION       PIC X.
           05 FECHA-ORIGEN        PIC X.
               88 FECHA-DEL-ARCHIVO VALUE "A".
           05 FECHA-NEGOCIO       PIC X(8).
           05 FECHA-SIGUIENTE     PIC X(8).
           05 FECHA-FIN-MES       PIC X.
               88 FECHA-ES-FIN-DE-MES VALUE "S".
