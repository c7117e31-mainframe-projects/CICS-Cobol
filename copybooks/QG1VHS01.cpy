      ******************************************************************
      * Copybook   : QG1VHS01
      * Author     : ALDV
      * Purpose    : Sello de origen de una linea del historico de
      *  violaciones QG1VIOHIS.DAT. El texto de la violacion ocupa las
      *  primeras 80 posiciones (ninguno de los controles pasa de
      *  ahi); el sello va en las posiciones 81:20 y dice quien agrego
      *  la linea y por que corrida, para que un control vuelto a
      *  correr retire lo que ya habia agregado antes de agregar de
      *  nuevo (rutina QG1CX309):
      *  VHS-ORIGEN: programa del control (QG1CX092, QG1CX166,
      *   QG1CX168, QG1CX244).
      *  VHS-FECHA: fecha de negocio del feed del dia controlado.
      *  VHS-CICLO / VHS-PARTICION: ciclo y particion cuando la linea
      *   viene de una particion volcada por la fusion QG1CX284; en
      *   cero cuando el control leyo la union del dia.
      *  Las lineas anteriores al sello quedan en blanco en 81:20 y
      *  ninguna depuracion las toca.
      ******************************************************************
       01  REG-SELLO-VIOHIS.
           05 VHS-ORIGEN           PIC X(08).
           05 VHS-FECHA            PIC 9(08).
           05 VHS-CICLO            PIC 9(02).
           05 VHS-PARTICION        PIC 9(02).
