      ******************************************************************
      * Copybook   : QG1INC01
      * Author     : ALDV
      * Purpose    : Layout del registro de incidentes de servicio de
      *  canal QG1INCID.DAT, indexado por canal + numero de incidente
      *  (el numero corre por canal). Las caidas de ATMs y agentes se
      *  conocian por llamadas telefonicas; ahora cada una se abre y
      *  se cierra en linea con la transaccion QG1C0020.
      *  Inicio y fin con fecha AAAAMMDD y hora HHMM; un incidente
      *  abierto tiene INC-FECHA-FIN y INC-HORA-FIN en cero.
      *  INC-CAUSA: 'EN' energia, 'CO' comunicaciones, 'HW' equipo,
      *   'SW' software o sistema, 'EF' sin efectivo o insumos,
      *   'OT' otro (detallar en INC-DESCRIPCION).
      *  INC-RESPONSABILIDAD: 'P' propia (falla nuestra, cuenta
      *   contra el acuerdo de servicio) o 'T' del tercero que opera
      *   el canal (se informa pero no descuenta disponibilidad).
      *  El reporte mensual QG1CX257 mide el tiempo caido contra la
      *  ventana de CTO-HORARIO en los dias habiles del calendario.
      ******************************************************************
       01  REG-INCIDENTE.
           05 INC-LLAVE.
              10 INC-COD-CANAL   PIC X(03).
              10 INC-NUMERO      PIC 9(05).
           05 INC-FECHA-INICIO   PIC 9(08).
           05 INC-HORA-INICIO    PIC 9(04).
           05 INC-FECHA-FIN      PIC 9(08).
           05 INC-HORA-FIN       PIC 9(04).
           05 INC-CAUSA          PIC X(02).
              88 INC-OTRA-CAUSA       VALUE 'OT'.
              88 INC-CAUSA-VALIDA     VALUES 'EN' 'CO' 'HW' 'SW'
                                             'EF' 'OT'.
           05 INC-RESPONSABILIDAD PIC X(01).
              88 INC-PROPIA           VALUE 'P'.
              88 INC-DEL-TERCERO      VALUE 'T'.
              88 INC-RESP-VALIDA      VALUES 'P' 'T'.
           05 INC-DESCRIPCION    PIC X(40).
           05 INC-ESTADO         PIC X(01).
              88 INC-ABIERTO          VALUE 'A'.
              88 INC-CERRADO          VALUE 'C'.
           05 INC-ABIERTO-POR    PIC X(08).
           05 INC-CERRADO-POR    PIC X(08).
           05 INC-NOTA           PIC X(40).
