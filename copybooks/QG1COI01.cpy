      ******************************************************************
      * Copybook   : QG1COI01
      * Author     : ALDV
      * Purpose    : Layout del archivo de coincidencias contra la
      *  lista de vigilancia (QG1COINC.DAT, indexado por canal +
      *  origen del nombre + entrada de la lista). Lo llena la rutina
      *  de cotejo QG1CX253, desde el cotejo semanal QG1CX252 y desde
      *  la captura (altas de canal y cambios de contacto); una
      *  coincidencia ya registrada no se vuelve a grabar, asi que un
      *  falso positivo descartado no reaparece cada semana.
      *  COI-ORIGEN: 'N' nombre del canal (TXT-NOM de HOST004),
      *   'C' responsable del contacto (CTO-RESPONSABLE de QG1CTO.DAT).
      *   Al anonimizar un canal cerrado (QG1CX271) el COI-NOMBRE de
      *   sus coincidencias 'C' pasa a ser la ficha del canal; las 'N'
      *   conservan el nombre.
      *  COI-CLASE: 'E' exacta (nombres normalizados iguales), 'A'
      *   aproximada (puntaje de palabras en comun sobre el umbral).
      *  COI-ESTADO: 'P' por revisar, 'C' confirmada, 'D' descartada.
      *   Lo mueve la revision QG1CX255. Una coincidencia confirmada
      *   impide activar el canal (compuerta QG1CX181) y refiere sus
      *   autorizaciones en linea (QG1CX236), via la rutina QG1CX254.
      ******************************************************************
       01  REG-COINCIDENCIA.
           05 COI-LLAVE.
              10 COI-COD-CANAL   PIC X(03).
              10 COI-ORIGEN      PIC X(01).
                 88 COI-DE-NOMBRE-CANAL VALUE 'N'.
                 88 COI-DE-CONTACTO     VALUE 'C'.
              10 COI-LST-ID      PIC X(12).
           05 COI-NOMBRE         PIC X(50).
           05 COI-LST-NOMBRE     PIC X(50).
           05 COI-LST-TIPO       PIC X(01).
           05 COI-CLASE          PIC X(01).
              88 COI-EXACTA           VALUE 'E'.
              88 COI-APROXIMADA       VALUE 'A'.
           05 COI-PUNTAJE        PIC 9(03).
           05 COI-ESTADO         PIC X(01).
              88 COI-POR-REVISAR      VALUE 'P'.
              88 COI-CONFIRMADA       VALUE 'C'.
              88 COI-DESCARTADA       VALUE 'D'.
           05 COI-FECHA-DETECCION PIC 9(08).
           05 COI-DETECTADA-POR  PIC X(08).
           05 COI-REVISOR        PIC X(08).
           05 COI-FECHA-REVISION PIC 9(08).
           05 COI-NOTA           PIC X(40).
