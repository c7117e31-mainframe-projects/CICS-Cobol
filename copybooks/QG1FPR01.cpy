      ******************************************************************
      * Copybook   : QG1FPR01
      * Author     : ALDV
      * Purpose    : Layout del programa de feeds esperados
      *  (QG1FEEDPRG.DAT), un registro por fuente que tiene que
      *  llegar: QG1CX162 solo se entera de los feeds que llegan, no
      *  de los que faltan. Se mantiene con QG1CX234; lo comparan
      *  contra el catalogo QG1FEEDCAT.DAT el monitor QG1CX235 y el
      *  control de ciclo QG1CX118.
      *  FPR-DIAS: 'H' = se espera cada dia habil del calendario
      *  QG1CALEN.DAT (CALL QG1CX197), 'T' = todos los dias.
      *  FPR-HORA-LIMITE: hora maxima de llegada (HHMM); despues de
      *  ella el feed ausente es FALTANTE y el que llega es TARDIO.
      *  FPR-OBLIGATORIO 'S': mientras falte, QG1CX118 niega el
      *  inicio del paso de posteo FPR-PROGRAMA para la fecha.
      ******************************************************************
       01  REG-FEED-PROGRAMADO.
           05 FPR-FUENTE        PIC X(04).
           05 FPR-DESCRIPCION   PIC X(30).
           05 FPR-DIAS          PIC X(01).
              88 FPR-SOLO-HABILES VALUE 'H'.
              88 FPR-TODOS-LOS-DIAS VALUE 'T'.
           05 FPR-HORA-LIMITE   PIC 9(04).
           05 FPR-OBLIGATORIO   PIC X(01).
              88 FPR-ES-OBLIGATORIO VALUE 'S'.
           05 FPR-PROGRAMA      PIC X(08).
