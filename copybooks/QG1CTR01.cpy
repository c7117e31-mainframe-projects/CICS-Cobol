      ******************************************************************
      * Copybook   : QG1CTR01
      * Author     : ALDV
      * Purpose    : Layout de los contratos de servicio por canal
      *  (QG1CONTR.DAT, indexado por canal + numero de contrato). Cada
      *  canal opera bajo un convenio firmado con fecha de termino y
      *  plazo de preaviso, y no quedaba registro de ello en el
      *  sistema: se descubrian canales operando con el contrato
      *  vencido. Un canal puede tener varios contratos (el original
      *  y sus reemplazos); rige el que cubre la fecha.
      *  CTR-NUMERO: numero del contrato firmado, tal como figura en
      *   el documento.
      *  CTR-FECHA-FIRMA / CTR-FECHA-INICIO / CTR-FECHA-FIN: AAAAMMDD;
      *   el contrato rige de inicio a fin, ambos inclusive.
      *  CTR-RENOVACION: 'S' se renueva solo al termino por un plazo
      *   igual al original, salvo aviso de no renovacion dado con
      *   CTR-DIAS-PREAVISO dias de anticipacion; 'N' vence al
      *   termino.
      *  Lo mantiene QG1CX259 (CTR-OPERADOR y CTR-FECHA-ALTA son quien
      *  y cuando lo grabo); la rutina QG1CX260 responde si un canal
      *  tiene contrato vigente a una fecha (la usa la certificacion
      *  de alta QG1CX180) y el reporte mensual QG1CX261 avisa los
      *  contratos por terminar y los canales sin contrato vigente.
      ******************************************************************
       01  REG-CONTRATO-CANAL.
           05 CTR-LLAVE.
              10 CTR-COD-CANAL   PIC X(03).
              10 CTR-NUMERO      PIC X(12).
           05 CTR-FECHA-FIRMA    PIC 9(08).
           05 CTR-FECHA-INICIO   PIC 9(08).
           05 CTR-FECHA-FIN      PIC 9(08).
           05 CTR-RENOVACION     PIC X(01).
              88 CTR-RENUEVA-AUTO     VALUE 'S'.
              88 CTR-SIN-RENOVACION   VALUE 'N'.
              88 CTR-RENOVACION-VALIDA VALUES 'S' 'N'.
           05 CTR-DIAS-PREAVISO  PIC 9(03).
           05 CTR-OPERADOR       PIC X(08).
           05 CTR-FECHA-ALTA     PIC 9(08).
