      *  telefonos en un folder. Lo mantiene QG1CX130 (que exige que
      *  el canal exista en HOST004 antes de aceptar un contacto) y
      *  lo muestran la consulta QG1C0011 y el listado de canales
      *  junto a los datos del maestro. Los cambios de contacto que
      *  llegan del CRM (QG1CX295) pasan por doble control en
      *  QG1PNDCTO.DAT y los escribe el aplicador QG1CX306.
      *  CTO-UBICACION: ubicacion estructurada del canal, porque
      *   CTO-DIRECCION es texto libre y no responde cuantos canales
      *   hay en una region. CTO-UBIGEO es el codigo de distrito
      *   (departamento, provincia y distrito) de la referencia
      *   geografica QG1UBIGEO.DAT (COPY QG1UBI01, mantenida por
      *   QG1CX297), validado con la rutina QG1CX296; en blanco =
      *   contacto aun sin codificar (la carga QG1CX298 codifica los
      *   existentes a partir de la direccion). Las coordenadas son
      *   opcionales: valen solo con CTO-CON-COORDENADAS, en grados
      *   decimales (latitud sur y longitud oeste negativas).
      *   Layout version 02 (QG1LVR01). Reglas de paso 01 -> 02 en
      *   QG1LAYCV.DAT: 'C' 001 138 (registro anterior completo),
      *   'D' 6 blancos (ubigeo), 'D' 1 'N' (sin coordenadas),
      *   'D' 8 ceros (latitud), 'D' 9 ceros (longitud).
      ******************************************************************
       01  REG-CONTACTO.
           05 CTO-COD-CANAL    PIC X(03).
           05 CTO-EMAIL        PIC X(30).
           05 CTO-DIRECCION    PIC X(40).
           05 CTO-HORARIO      PIC X(20).
           05 CTO-UBICACION.
              10 CTO-UBIGEO.
                 15 CTO-DEPARTAMENTO PIC X(02).
                 15 CTO-PROVINCIA    PIC X(02).
                 15 CTO-DISTRITO     PIC X(02).
              10 CTO-COORDENADAS     PIC X(01).
                 88 CTO-CON-COORDENADAS VALUE 'S'.
              10 CTO-LATITUD         PIC S9(02)V9(06).
              10 CTO-LONGITUD        PIC S9(03)V9(06).
