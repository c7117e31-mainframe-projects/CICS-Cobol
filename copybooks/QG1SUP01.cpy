      ******************************************************************
      * Copybook   : QG1SUP01
      * Author     : ALDV
      * Purpose    : Layout de la asignacion de operadores a su
      *  supervisor (archivo QG1OPRSUP.DAT, line sequential, lo
      *  mantiene operaciones como QG1OPRNG.DAT). Un registro por
      *  operador de QG1OPER.DAT; la recertificacion trimestral
      *  QG1CX287 agrupa los derechos de cada operador bajo el
      *  supervisor que debe recertificarlos. Un operador sin
      *  registro sale bajo SIN SUPERVISOR, para que nadie quede
      *  fuera de la revision.
      ******************************************************************
       01  REG-SUPERVISOR.
           05 SUP-OPR-ID       PIC X(08).
           05 SUP-SUPERVISOR   PIC X(08).
