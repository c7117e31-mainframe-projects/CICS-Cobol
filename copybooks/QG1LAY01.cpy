      ******************************************************************
      * Copybook   : QG1LAY01
      * Author     : ALDV
      * Purpose    : Layout del catalogo de versiones de layout de los
      *  archivos vivos (QG1LAYVR.DAT), el registro de control de
      *  cada archivo: HOST004 (QG1CAN01), QG1CTO.DAT (QG1CON01) y
      *  QG1LIBRO.DAT (QG1LIB01) no pueden llevar un registro
      *  cabecera sin romper a todos sus lectores, asi que su
      *  version vive aqui, un registro por layout. Lo mantiene
      *  solo la rutina QG1CX286; lo graban la restauracion QG1CX124
      *  y el convertidor QG1CX285 al dejar un archivo en una
      *  version, y lo consultan el respaldo QG1CX123 y la
      *  reorganizacion QG1CX122 antes de descargar. Un layout sin
      *  registro se da por la version 01, la de antes del catalogo.
      ******************************************************************
       01  REG-VERSION-LAYOUT.
           05 LAY-LAYOUT       PIC X(08).
           05 LAY-VERSION      PIC 9(02).
           05 LAY-FECHA        PIC 9(08).
           05 LAY-PROGRAMA     PIC X(08).
