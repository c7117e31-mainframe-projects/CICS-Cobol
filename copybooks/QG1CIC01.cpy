      ******************************************************************
      * Copybook   : QG1CIC01
      * Author     : ALDV
      * Purpose    : Layout del control de ciclos intradia del feed de
      *  transacciones (QG1CICFD.DAT, indexado por fecha de negocio +
      *  numero de ciclo). El feed ya no llega en un solo archivo de
      *  fin de dia sino en varios ciclos numerados por fecha; cada
      *  ciclo se registra con QG1CX162 (estado 'R', desde la
      *  cabecera HDR) y avanza por su cuenta:
      *    'R' = registrado, 'E' = pre-editado por QG1CX160,
      *    'P' = posteado por QG1CX091, 'A' = archivado por QG1CX169.
      *  CIF-LEIDAS/ACEPTADAS/RECHAZADAS son los conteos del ciclo;
      *  los CIF-ACUM-* son los totales del dia hasta este ciclo
      *  inclusive (el acumulado del ciclo anterior mas el propio),
      *  que QG1CX160 anota en QG1TOTAL.DAT para el balanceador
      *  QG1CX144.
      ******************************************************************
       01  REG-CICLO-FEED.
           05 CIF-LLAVE.
              10 CIF-FECHA     PIC 9(08).
              10 CIF-CICLO     PIC 9(02).
           05 CIF-FUENTE       PIC X(04).
           05 CIF-SECUENCIA    PIC 9(06).
           05 CIF-ARCHIVO      PIC X(12).
           05 CIF-ESTADO       PIC X(01).
              88 CIF-REGISTRADO VALUE 'R'.
              88 CIF-PRE-EDITADO VALUE 'E'.
              88 CIF-POSTEADO VALUE 'P'.
              88 CIF-ARCHIVADO VALUE 'A'.
           05 CIF-HORA-REGISTRO PIC 9(06).
           05 CIF-LEIDAS       PIC 9(07).
           05 CIF-ACEPTADAS    PIC 9(07).
           05 CIF-RECHAZADAS   PIC 9(07).
           05 CIF-ACUM-LEIDAS  PIC 9(09).
           05 CIF-ACUM-ACEPTADAS PIC 9(09).
           05 CIF-ACUM-RECHAZADAS PIC 9(09).
