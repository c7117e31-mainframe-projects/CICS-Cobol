      ******************************************************************
      * Copybook   : QG1UBI01
      * Author     : ALDV
      * Purpose    : Layout de la referencia geografica de ubicacion
      *  (archivo QG1UBIGEO.DAT): una linea por distrito con su
      *  codigo de ubigeo (departamento, provincia y distrito, dos
      *  posiciones cada uno) y los nombres de los tres niveles en
      *  mayusculas y sin tildes. Departamento = region para los
      *  reportes de distribucion. La mantiene QG1CX297; la consultan
      *  la rutina de validacion QG1CX296, la codificacion de
      *  direcciones QG1CX298 y el reporte regional QG1CX299.
      *  UBI-VIGENTE 'N': distrito dado de baja; no se acepta en una
      *  captura nueva pero sigue dando nombre a los contactos que
      *  ya lo tienen.
      ******************************************************************
       01  REG-UBIGEO.
           05 UBI-CODIGO.
              10 UBI-DEPARTAMENTO PIC X(02).
              10 UBI-PROVINCIA    PIC X(02).
              10 UBI-DISTRITO     PIC X(02).
           05 UBI-NOM-DEPARTAMENTO PIC X(20).
           05 UBI-NOM-PROVINCIA  PIC X(30).
           05 UBI-NOM-DISTRITO   PIC X(30).
           05 UBI-VIGENTE        PIC X(01).
              88 UBI-ES-VIGENTE     VALUE 'S'.
