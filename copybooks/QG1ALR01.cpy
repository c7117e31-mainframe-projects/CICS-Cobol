      ******************************************************************
      * Copybook   : QG1ALR01
      * Author     : ALDV
      * Purpose    : Layout del registro de alertas a la guardia
      *  (archivo QG1ALERTA.DAT) que lleva el escalamiento QG1CX300:
      *  una alerta por cada entrada critica del run-log QG1RUNLOG.LOG
      *  (ALR-ORIGEN 'L') o por cada problema de QG1PROBLM.DAT
      *  (ALR-ORIGEN 'P'), identificada por la fecha-hora y el
      *  programa de la entrada que la origino. Guarda a quien se
      *  aviso por ultima vez (nivel, operador, fecha y hora HHMM del
      *  aviso y cuantos avisos van) y el estado:
      *    'P' = avisada, pendiente de acuse,
      *    'S' = sin guardia a quien avisar (se reintenta en cada
      *          corrida),
      *    'R' = acusada: ALR-ACUSE-OPERADOR y ALR-ACUSE-FECHA-HORA.
      *  Lo consulta la consola de acuse QG1CX301.
      ******************************************************************
       01  REG-ALERTA.
           05 ALR-NUMERO       PIC 9(07).
           05 ALR-ORIGEN       PIC X(01).
              88 ALR-DE-RUNLOG      VALUE 'L'.
              88 ALR-DE-PROBLEMA    VALUE 'P'.
           05 ALR-FECHA-HORA-ORIG PIC X(26).
           05 ALR-PROGRAMA     PIC X(08).
           05 ALR-SEVERIDAD    PIC X(01).
           05 ALR-TEXTO        PIC X(60).
           05 ALR-NIVEL        PIC 9(01).
           05 ALR-OPERADOR     PIC X(08).
           05 ALR-ENVIO-FECHA  PIC 9(08).
           05 ALR-ENVIO-HORA   PIC 9(04).
           05 ALR-AVISOS       PIC 9(02).
           05 ALR-ESTADO       PIC X(01).
              88 ALR-PENDIENTE      VALUE 'P'.
              88 ALR-SIN-GUARDIA    VALUE 'S'.
              88 ALR-ACUSADA        VALUE 'R'.
           05 ALR-ACUSE-OPERADOR PIC X(08).
           05 ALR-ACUSE-FECHA-HORA PIC X(26).
