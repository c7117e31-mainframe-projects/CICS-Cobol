      ******************************************************************
      * Copybook   : QG1GRD01
      * Author     : ALDV
      * Purpose    : Layout del rol de guardia de operacion (archivo
      *  QG1GUARDIA.DAT): una linea por turno y nivel de escalamiento
      *  con el operador que responde y el destino al que la pasarela
      *  de avisos le manda el mensaje (localizador, telefono o
      *  correo). El dia se da de una de dos formas:
      *    - GRD-FECHA = una fecha AAAAMMDD puntual (reemplazos,
      *      feriados); gana sobre el rol semanal,
      *    - GRD-FECHA = 0 y GRD-DIA-SEMANA = '0' domingo ... '6'
      *      sabado (la misma cuenta de QG1CX197), o '*' todos.
      *  GRD-HORA-DESDE / GRD-HORA-HASTA en HHMM; si DESDE es mayor
      *  que HASTA el turno cruza la medianoche y pertenece al dia en
      *  que empieza; DESDE igual a HASTA cubre el dia completo.
      *  GRD-NIVEL 1 es la primera llamada; si nadie acusa recibo en
      *  ALERTA-MINUTOS el aviso sube al nivel siguiente. Lo lee el
      *  escalamiento QG1CX300.
      ******************************************************************
       01  REG-GUARDIA.
           05 GRD-FECHA        PIC 9(08).
           05 GRD-DIA-SEMANA   PIC X(01).
           05 GRD-TURNO        PIC X(01).
           05 GRD-HORA-DESDE   PIC 9(04).
           05 GRD-HORA-HASTA   PIC 9(04).
           05 GRD-NIVEL        PIC 9(01).
           05 GRD-OPERADOR     PIC X(08).
           05 GRD-NOMBRE       PIC X(30).
           05 GRD-DESTINO      PIC X(30).
