           SELECT MAST-OUT      ASSIGN TO PAYMASTO.
      *Detalle del aguinaldo de fin de anio (solo en modo 'A')
           SELECT AGUI-FILE     ASSIGN TO AGUIFILE.
      *Constancias anuales de sueldos y retenciones con el resultado
      *del ajuste anual de ISR (solo en modo 'J')
           SELECT CONS-FILE     ASSIGN TO CONSFILE.
      *Archivo de dispersion bancaria del neto a pagar, en el layout
      *acordado con el banco (header/detalle/trailer)
           SELECT DISP-FILE     ASSIGN TO DISPFILE.
      *Creditos INFONAVIT vigentes por empleado (numero de credito y
      *tipo de descuento: porcentaje, cuota fija o factor VSM)
           SELECT CRED-FILE     ASSIGN TO INFOCRED.
      *Ordenes judiciales de pension alimenticia por empleado, con el
      *beneficiario y su CLABE (DD DUMMY cuando no hay ordenes)
           SELECT PENS-FILE     ASSIGN TO PENSFILE.
      *Reporte para juridico de lo retenido y pagado por orden
           SELECT LEGAL-FILE    ASSIGN TO PENSRPT.
      *Libro del fondo de ahorro por empleado (porcentajes, saldos y
      *prestamos): el de la corrida anterior entra y sale actualizado
           SELECT FOND-IN       ASSIGN TO FONDOI.
           SELECT FOND-OUT      ASSIGN TO FONDOO.
      *Movimientos del fondo capturados por recursos humanos: altas,
      *cambios de porcentaje, suspensiones y prestamos nuevos (DD
      *DUMMY cuando no hay)
           SELECT FMOV-FILE     ASSIGN TO FONDOMOV.
      *Estado de cuenta del fondo de ahorro por empleado
           SELECT FEDO-FILE     ASSIGN TO FONDOEDO.
      *Aumentos autorizados con fecha efectiva anterior: empleado,
      *nueva tarifa por hora y periodo desde el que aplica
           SELECT RETRO-FILE    ASSIGN TO RETROACT.
      *Catalogo de cuentas contables de la poliza de nomina y poliza
      *de la corrida para el mayor
           SELECT CTAS-FILE     ASSIGN TO CTASNOM.
           SELECT POLIZA-FILE   ASSIGN TO POLIZNOM.
      *Reporte mensual de saldos de vacaciones para recursos humanos
           SELECT VACA-FILE     ASSIGN TO VACARPT.
      *Donativos a la Fundacion que el empleado elige descontar de su
      *neto (DD DUMMY cuando no hay) y lo descontado en la corrida, en
      *el layout de captura de donativos unicos del barrido (ZME097DU)
           SELECT DONA-FILE     ASSIGN TO DONAELEC.
           SELECT DNOM-FILE     ASSIGN TO DONANOM.
      *-------------
       DATA DIVISION.
      *-------------
             88 EMP-ACTIVO                     VALUE 'A', ' '.
             88 EMP-BAJA                       VALUE 'B'.
          05 EMP-MOTIVO-BAJA       PIC X(02).
      *Frecuencia de pago: 'Q' quincenal, 'M' o blanco mensual; cada
      *empleado se paga solo en la corrida de su frecuencia
          05 EMP-FRECUENCIA        PIC X(01).
             88 EMP-PAGO-MENSUAL               VALUE 'M', ' '.
             88 EMP-PAGO-QUINCENAL             VALUE 'Q'.
          05 FILLER                PIC X(13).

      *Tarjeta de parametros: periodo de la corrida
       FD  PARM-FILE RECORDING MODE F.
          05 PARM-JORNADA          PIC X(02).
      *Modo de corrida: 'A' = aguinaldo de fin de anio, 'F' =
      *finiquitos del periodo, 'U' = reparto de utilidades (PTU),
      *'J' = ajuste anual de ISR (con periodo de diciembre, ya
      *cerrada la nomina del mes), 'L' = liquidacion anual del fondo
      *de ahorro, 'R' = retroactivos de aumentos de sueldo, otro =
      *nomina mensual normal
          05 PARM-MODO             PIC X(01).
      *UMA diaria para la exencion del aguinaldo; en blanco o ceros
      *se usa el valor por omision
      *ingresos (ceros = sin tope); solo cuentan en el modo 'U'
          05 PARM-PTU-POOL         PIC X(13).
          05 PARM-PTU-TOPE         PIC X(13).
      *Numero de quincena del anio (01 a 24, debe caer en el mes del
      *periodo); en blanco o ceros es la nomina mensual. Solo cuenta
      *en la nomina normal
          05 PARM-NUM-PERIODO      PIC X(02).
          05 FILLER                PIC X(27).

      *Maestro de historia de nomina (entrada): un renglon por
      *empleado con los doce meses (y las quincenas) y acumulados
       FD  MAST-IN RECORDING MODE F.
       01 MAST-REC-IN              PIC X(4000).

      *Maestro de historia de nomina (salida, actualizado)
       FD  MAST-OUT RECORDING MODE F.
       01 MAST-REC-OUT             PIC X(4000).

      *Incidencias: una por renglon (tipo 'F' falta, 'I' incapacidad
      *IMSS, 'V' vacaciones), con fecha de inicio y dias
          05 CR-VALOR              PIC 9(05)V99.
          05 FILLER                PIC X(17).

      *Orden de pension alimenticia: el archivo viene ordenado por
      *empleado y prelacion del juzgado (se valida la secuencia); la
      *base es porcentaje del neto ('N'), porcentaje del bruto ('B')
      *o importe fijo mensual ('F')
       FD  PENS-FILE RECORDING MODE F.
       01 PENS-REC.
          05 PN-NUMERO             PIC 9(05).
          05 PN-PRIORIDAD          PIC 9(02).
          05 PN-EXPEDIENTE         PIC X(20).
          05 PN-BENEFICIARIO       PIC X(15).
          05 PN-CLABE              PIC X(18).
          05 PN-BASE               PIC X(01).
             88 PN-BASE-NETO                   VALUE 'N'.
             88 PN-BASE-BRUTO                  VALUE 'B'.
             88 PN-BASE-FIJO                   VALUE 'F'.
          05 PN-VALOR              PIC 9(05)V99.
          05 FILLER                PIC X(12).

      *Un renglon por orden: lo calculado segun su base, lo retenido
      *(topado para respetar el neto minimo) y lo pagado al
      *beneficiario en la dispersion
       FD  LEGAL-FILE RECORDING MODE F.
       01 LEGAL-REC.
          05 LG-EXPEDIENTE         PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-NUMERO             PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-PRIORIDAD          PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-BENEFICIARIO       PIC X(15).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-BASE               PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-VALOR              PIC ZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-CALCULADO          PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-RETENIDO           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-PAGADO             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LG-SITUACION          PIC X(30).

      *Libro del fondo de ahorro (layout en WSV-REG-FONDO)
       FD  FOND-IN RECORDING MODE F.
       01 FOND-REC-IN              PIC X(200).

       FD  FOND-OUT RECORDING MODE F.
       01 FOND-REC-OUT             PIC X(200).

      *Movimiento del fondo: 'A' alta o cambio de porcentajes de
      *aportacion (empleado sobre su sueldo, empresa sobre lo que
      *aporta el empleado), 'S' suspension de la aportacion, 'P'
      *prestamo nuevo con su folio, importe y plazo en periodos
       FD  FMOV-FILE RECORDING MODE F.
       01 FMOV-REC.
          05 FM-TIPO               PIC X(01).
             88 FM-ALTA                        VALUE 'A'.
             88 FM-SUSPENSION                  VALUE 'S'.
             88 FM-PRESTAMO                    VALUE 'P'.
          05 FM-NUMERO             PIC 9(05).
          05 FM-PORC-APORTA        PIC 9(02)V99.
          05 FM-PORC-EMPRESA       PIC 9(03)V99.
          05 FM-FOLIO              PIC X(08).
          05 FM-IMPORTE            PIC 9(07)V99.
          05 FM-PLAZO              PIC 9(03).
          05 FILLER                PIC X(45).

      *Estado de cuenta del periodo: saldo inicial, aportaciones,
      *liquidacion pagada, saldo final y saldo de prestamos
       FD  FEDO-FILE RECORDING MODE F.
       01 FEDO-REC.
          05 ED-NUMERO             PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-PERIODO            PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-ESTATUS            PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-SALDO-INI          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-APORTA             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-EMPRESA            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-LIQUIDADO          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-SALDO-FIN          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-ABONOS             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 ED-PRESTAMOS          PIC Z,ZZZ,ZZ9.99.

      *Aumento con efecto retroactivo: la tarifa nueva aplica a los
      *periodos cerrados del ejercicio desde el periodo efectivo
       FD  RETRO-FILE RECORDING MODE F.
       01 RETRO-REC.
          05 RT-NUMERO             PIC 9(05).
          05 RT-TARIFA             PIC 9(03).
          05 RT-EFECTIVO.
             10 RT-EFECTIVO-AA     PIC 9(04).
             10 RT-EFECTIVO-MM     PIC 9(02).
          05 FILLER                PIC X(66).

      *Catalogo de cuentas: una tarjeta 'E' con la empresa contable y
      *una 'C' por concepto de la poliza; la cuenta del concepto puede
      *abrirse por centro de costos y la de centro '****' es la que
      *aplica a los demas (es obligatoria para todos los conceptos)
       FD  CTAS-FILE RECORDING MODE F.
       01 CTAS-REC.
          05 CT-TIPO               PIC X(01).
             88 CT-TARJETA-EMPRESA             VALUE 'E'.
             88 CT-TARJETA-CUENTA              VALUE 'C'.
          05 CT-DATOS              PIC X(79).
          05 CT-DATOS-CUENTA REDEFINES CT-DATOS.
             10 CT-CONCEPTO        PIC X(03).
             10 CT-CCOSTO          PIC X(04).
             10 CT-CUENTA          PIC X(10).
             10 FILLER             PIC X(62).
          05 CT-DATOS-EMPRESA REDEFINES CT-DATOS.
             10 CT-EMPRESA         PIC X(03).
             10 FILLER             PIC X(76).

      *Poliza de nomina para el mayor, con el mismo layout que la
      *interfaz de poliza del barrido de donativos: cargos por centro
      *de costos y abonos de la corrida, que netean a cero
       FD  POLIZA-FILE RECORDING MODE F.
       01 POLIZA-REC.
          05 PZ-FHAPLICA           PIC X(10).
          05 PZ-IEMPR              PIC X(03).
          05 PZ-TPOMOV             PIC X(01).
          05 PZ-CUENTA             PIC X(10).
          05 PZ-FOLIO-INI          PIC 9(10).
          05 PZ-FOLIO-FIN          PIC 9(10).
          05 PZ-NUM-MOVS           PIC 9(09).
          05 PZ-IMPORTE            PIC 9(15)V9(02).
          05 FILLER                PIC X(10).

      *Eleccion de donativo del empleado: importe fijo por periodo
      *de pago, vigente de la fecha inicial a la final (ceros = sin
      *fecha final); la cuenta del empleado en la empresa del grupo
      *(CBP o BCM) y su RFC son los del donante en el barrido y en la
      *constancia anual de donativos
       FD  DONA-FILE RECORDING MODE F.
       01 DONA-REC.
          05 DE-NUMERO             PIC 9(05).
          05 DE-IMPORTE            PIC 9(05)V99.
          05 DE-FEC-INI            PIC 9(08).
          05 DE-FEC-FIN            PIC 9(08).
          05 DE-IEMPR              PIC X(03).
          05 DE-ICUENTA            PIC 9(07).
          05 DE-IRFC               PIC X(15).
          05 FILLER                PIC X(27).

      *Donativo descontado: un renglon por eleccion aplicada, con el
      *origen 'N' (nomina) y la referencia empleado + periodo
       FD  DNOM-FILE RECORDING MODE F.
       01 DNOM-REC.
          05 DN-IEMPR              PIC X(03).
          05 DN-ICUENTA            PIC 9(07).
          05 DN-IRFC               PIC X(15).
          05 DN-MONTO              PIC 9(13)V99.
          05 DN-FECHA              PIC X(10).
          05 DN-ISUCCASA           PIC X(03).
          05 DN-IPROM              PIC 9(04).
          05 DN-ORIGEN             PIC X(01).
          05 DN-REFERENCIA.
             10 DN-REF-NUMERO      PIC 9(05).
             10 DN-REF-PERIODO     PIC 9(06).
          05 FILLER                PIC X(11).

      *Saldo de vacaciones del empleado al cierre del periodo: dias
      *otorgados en su ultimo aniversario, saldo que arrastra del
      *periodo anterior y del vigente, dias tomados en el mes, dias
      *vencidos en el aniversario y saldo disponible
       FD  VACA-FILE RECORDING MODE F.
       01 VACA-REC.
          05 VR-NUMERO             PIC 9(05).
          05 FILLER                PIC X(01).
          05 VR-NOMBRE             PIC X(15).
          05 FILLER                PIC X(01).
          05 VR-INGRESO            PIC 9(08).
          05 FILLER                PIC X(01).
          05 VR-ANTIGUEDAD         PIC ZZ9.
          05 FILLER                PIC X(01).
          05 VR-OTORGADOS          PIC Z9.
          05 FILLER                PIC X(01).
          05 VR-SALDO-ANT          PIC Z9.
          05 FILLER                PIC X(01).
          05 VR-SALDO-ACT          PIC Z9.
          05 FILLER                PIC X(01).
          05 VR-TOMADOS            PIC Z9.
          05 FILLER                PIC X(01).
          05 VR-VENCIDOS           PIC Z9.
          05 FILLER                PIC X(01).
          05 VR-SALDO              PIC ZZ9.
          05 FILLER                PIC X(01).
          05 VR-NOTA               PIC X(20).
          05 FILLER                PIC X(06).

      *Solicitud de timbrado del recibo de nomina: percepciones y
      *deducciones con su clave de concepto SAT y los datos del
      *registro patronal de la tarjeta
          05 CN-PER3-CLAVE         PIC X(03).
          05 CN-PER3-IMPORTE       PIC 9(07)V99.
      *Deducciones: 002 ISR, 001 cuota IMSS, 010 fondo de vivienda,
      *009 credito INFONAVIT, 007 pension alimenticia, 004 otros
      *(aportacion al fondo de ahorro y abono de sus prestamos, y
      *donativo a la Fundacion)
          05 CN-DED1-CLAVE         PIC X(03).
          05 CN-DED1-IMPORTE       PIC 9(07)V99.
          05 CN-DED2-CLAVE         PIC X(03).
          05 CN-DED3-IMPORTE       PIC 9(07)V99.
          05 CN-DED4-CLAVE         PIC X(03).
          05 CN-DED4-IMPORTE       PIC 9(07)V99.
          05 CN-DED5-CLAVE         PIC X(03).
          05 CN-DED5-IMPORTE       PIC 9(07)V99.
          05 CN-DED6-CLAVE         PIC X(03).
          05 CN-DED6-IMPORTE       PIC 9(07)V99.
      *Quincena del mes (1 o 2) del recibo quincenal; en blanco el
      *recibo es mensual
          05 CN-QUINCENA           PIC X(01).

      *Reparto de PTU: un renglon por empleado con los dos factores
       FD  PTU-FILE RECORDING MODE F.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 AG-NETO               PIC Z,ZZZ,ZZ9.99.

      *Constancia anual: un renglon por empleado con ingresos
      *totales, exentos y gravables del ejercicio, ISR anual contra
      *ISR retenido y el saldo a favor o a cargo; CS-AJUSTE en 'N'
      *cuando el empleado no califica para el ajuste (CS-MOTIVO)
       FD  CONS-FILE RECORDING MODE F.
       01 CONS-REC.
          05 CS-NUMERO             PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-NOMBRE             PIC X(15).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-ANIO               PIC 9(04).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-RFC-PATRON         PIC X(13).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-MESES              PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-INGRESOS           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-EXENTOS            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-GRAVABLES          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-ISR-ANUAL          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-ISR-RETENIDO       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-SALDO-FAVOR        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-SALDO-CARGO        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-AJUSTE             PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CS-MOTIVO             PIC X(35).

      *Dispersion bancaria: header 'H' con la fecha de pago, un
      *detalle 'D' por empleado y trailer 'T' cuyo conteo y monto
      *deben amarrar con la suma del detalle
          05 CC-INFONAVIT          PIC 9(09)V99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CC-NETO               PIC 9(09)V99.
      *Periodo del extracto: anio, mes y quincena del anio (ceros en
      *la nomina mensual)
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CC-ANIO               PIC 9(04).
          05 CC-MES                PIC 9(02).
          05 CC-NUM-PERIODO        PIC 9(02).

      *Detalle de nomina, un renglon por empleado
       FD  PRINT-LINE RECORDING MODE F.
          10 BANDERA-EMPLEADO      PIC X             VALUE 'S'.
             88 WSV-EMPLEADO-VALIDO                  VALUE 'S'.
             88 WSV-EMPLEADO-INVALIDO                VALUE 'N'.
             88 WSV-EMPLEADO-OTRA-FREC               VALUE 'O'.
          10 WSV-MOTIVO-RECHAZO    PIC X(40)         VALUE SPACES.
          10 BANDERA-MAESTRO       PIC X             VALUE 'N'.
             88 FIN-MAESTRO                          VALUE 'Y'.
             88 WSV-MODO-AGUINALDO                   VALUE 'A'.
             88 WSV-MODO-FINIQUITO                   VALUE 'F'.
             88 WSV-MODO-PTU                         VALUE 'U'.
             88 WSV-MODO-AJUSTE                      VALUE 'J'.
             88 WSV-MODO-LIQ-FONDO                   VALUE 'L'.
             88 WSV-MODO-RETROACTIVO                 VALUE 'R'.
             88 WSV-MODO-NORMAL                      VALUE ' ', 'N'.

      ****** Renglones de la dispersion bancaria y sus acumulados de
       01 DISP-HEADER.
          10 FILLER                PIC X(01)      VALUE 'H'.
          10 DH-FECHA-PAGO         PIC X(10).
          10 FILLER                PIC X(01)      VALUE SPACES.
          10 DH-ANIO               PIC 9(04).
          10 DH-MES                PIC 9(02).
          10 DH-NUM-PERIODO        PIC 9(02).
          10 FILLER                PIC X(60)      VALUE SPACES.

       01 DISP-DETALLE.
          10 FILLER                PIC X(01)      VALUE 'D'.
             15 MAST-YTD-INF       PIC 9(09)V99.
      ****** Numero de credito INFONAVIT vigente del empleado
          10 MAST-NUM-CREDITO      PIC X(10).
      ****** Libro de vacaciones (no se reinicia con el anio): anio
      ****** del ultimo aniversario otorgado, dias que se otorgaron,
      ****** saldo que arrastra del periodo anterior (vence en el
      ****** siguiente aniversario), saldo del periodo vigente y dias
      ****** tomados desde el aniversario
          10 MAST-VACACIONES.
             15 MAST-VAC-ANIV      PIC 9(04).
             15 MAST-VAC-OTORGADOS PIC 9(02).
             15 MAST-VAC-SALDO-ANT PIC 9(02).
             15 MAST-VAC-SALDO-ACT PIC 9(02).
             15 MAST-VAC-TOMADOS   PIC 9(02).
      ****** Datos fiscales del ejercicio para el ajuste anual de ISR:
      ****** base gravable de cada mes, aguinaldo que deja el modo 'A'
      ****** y saldo a cargo del ajuste pendiente de retener (este
      ****** ultimo no se reinicia con el cambio de anio)
          10 MAST-FISCAL.
             15 MAST-FIS-EJERCICIO.
                20 MAST-MES-GRAVABLE PIC 9(07)V99 OCCURS 12 TIMES.
                20 MAST-AGUI-IMPORTE PIC 9(07)V99.
                20 MAST-AGUI-GRAVABLE PIC 9(07)V99.
                20 MAST-AGUI-ISR     PIC 9(07)V99.
             15 MAST-AJU-PENDIENTE PIC 9(07)V99.
             15 FILLER             PIC X(16).
      ****** Prestaciones del ejercicio: aportaciones al fondo de
      ****** ahorro del empleado y de la empresa y abonos a prestamos
      ****** del fondo (amarran con el libro del fondo)
          10 MAST-PRESTACIONES.
             15 MAST-FON-EJERCICIO.
                20 MAST-FON-APORTA-YTD  PIC 9(07)V99.
                20 MAST-FON-EMPRESA-YTD PIC 9(07)V99.
                20 MAST-FON-ABONO-YTD   PIC 9(07)V99.
             15 FILLER             PIC X(13).
      ****** Tarifa por hora y horas diarias con que se pago cada mes
      ****** (base para recalcular retroactivos de aumentos)
          10 MAST-BASE-SALARIAL.
             15 MAST-MES-BASE      OCCURS 12 TIMES.
                20 MAST-MES-TARIFA PIC 9(03).
                20 MAST-MES-HORAS  PIC 9(02).
      ****** Frecuencia con que se pago al empleado la ultima vez y
      ****** las 24 quincenas del anio de los empleados quincenales;
      ****** el mes de un quincenal es la suma de sus dos quincenas
      ****** (asi el SUA, el aguinaldo, el ajuste anual y la PTU
      ****** siguen leyendo meses)
          10 MAST-FRECUENCIA       PIC X(01).
          10 MAST-QUINCENAS.
             15 MAST-QNA           OCCURS 24 TIMES.
                20 MAST-QNA-BRUTO  PIC 9(07)V99.
                20 MAST-QNA-ISR    PIC 9(07)V99.
                20 MAST-QNA-RET    PIC 9(07)V99.
                20 MAST-QNA-VIV    PIC 9(07)V99.
                20 MAST-QNA-NETO   PIC 9(07)V99.
                20 MAST-QNA-DIAS-PAG PIC 9(02).
                20 MAST-QNA-DIAS-INC PIC 9(02).
                20 MAST-QNA-UUID     PIC X(36).
                20 MAST-QNA-INF      PIC 9(07)V99.
                20 MAST-QNA-GRAVABLE PIC 9(07)V99.
          10 FILLER                PIC X(27).

       01 TABLA-MAESTRO.
          10 WSC-MAX-EMPLEADOS     PIC 9(04)      VALUE 1000.
          10 WSV-KDX-EMP           PIC 9(04)      VALUE ZEROS.
          10 WSV-MES-NOM           PIC 9(02)      VALUE ZEROS.
          10 MAESTRO-ENT           OCCURS 1000 TIMES.
             15 MAESTRO-REG        PIC X(4000).

       01 WSV-PERIODO-NOM.
          10 WSV-PERIODO-AA        PIC 9(04)      VALUE ZEROS.
          10 WSV-PERIODO-MM        PIC 9(02)      VALUE ZEROS.

      ****** Frecuencia de la corrida: la mensual paga a los empleados
      ****** mensuales; la quincenal (numero de quincena en la tarjeta)
      ****** paga a los quincenales con dias, tarifa de ISR e importes
      ****** fijos de media quincena e incidencias de sus dias
       01 WSV-FRECUENCIA-NOM.
          10 BANDERA-FREC-NOM      PIC X          VALUE 'M'.
             88 WSV-NOMINA-MENSUAL                VALUE 'M'.
             88 WSV-NOMINA-QUINCENAL              VALUE 'Q'.
          10 WSV-NUM-PERIODO       PIC 9(02)      VALUE ZEROS.
          10 WSV-MES-PERIODO       PIC 9(02)      VALUE ZEROS.
          10 WSV-QUINCENA          PIC 9(01)      VALUE ZEROS.
          10 WSV-DIVISOR-PERIODO   PIC 9(01)      VALUE 1.
          10 WSV-DIAS-PERIODO      PIC 9(02)      VALUE 30.
          10 WSV-DIA-INI-PER       PIC 9(02)      VALUE 01.
          10 WSV-DIA-FIN-PER       PIC 9(02)      VALUE 30.
          10 WSV-QNA-NOM           PIC 9(02)      VALUE ZEROS.
          10 WSV-QNA-PRIMERA       PIC 9(02)      VALUE ZEROS.
          10 WSV-EMP-OTRA-FREC     PIC 9(05)      VALUE ZEROS.
          10 WSV-INCI-FUERA        PIC 9(05)      VALUE ZEROS.
      ****** Dias de la incidencia que caen en la quincena (en dias
      ****** comerciales de 30 por mes, 360 por anio)
          10 WSV-INC-DIAS-PER      PIC 9(02)      VALUE ZEROS.
          10 WSV-INC-FECHA.
             15 WSV-INC-FEC-AA     PIC 9(04).
             15 WSV-INC-FEC-MM     PIC 9(02).
             15 WSV-INC-FEC-DD     PIC 9(02).
          10 WSV-INC-DIA-INI       PIC 9(07)      VALUE ZEROS.
          10 WSV-INC-DIA-FIN       PIC 9(07)      VALUE ZEROS.
          10 WSV-PER-DIA-INI       PIC 9(07)      VALUE ZEROS.
          10 WSV-PER-DIA-FIN       PIC 9(07)      VALUE ZEROS.

      ****** Incidencias del periodo acumuladas por empleado; las de
      ****** empleados que no aparecen en EMPFILE se avisan al final
       01 TABLA-INCIDENCIAS.
          10 FILLER                PIC X(12)  VALUE '  DESCUENTO '.
          10 AI-DESCUENTO          PIC Z,ZZZ,ZZ9.99.

      ****** Elecciones de donativo en memoria; DON-APLICA marca las
      ****** del empleado en proceso que se descontaron en el periodo
       01 TABLA-DONATIVOS.
          10 WSC-MAX-DON           PIC 9(04)     VALUE 1000.
          10 WSV-NUM-DON           PIC 9(04)     VALUE ZEROS.
          10 WSV-IDX-DON           PIC 9(04)     VALUE ZEROS.
          10 DON-ENT               OCCURS 1000 TIMES.
             15 DON-NUMERO         PIC 9(05).
             15 DON-IMPORTE        PIC 9(05)V99.
             15 DON-FEC-INI        PIC 9(08).
             15 DON-FEC-FIN        PIC 9(08).
             15 DON-IEMPR          PIC X(03).
             15 DON-ICUENTA        PIC 9(07).
             15 DON-IRFC           PIC X(15).
             15 DON-APLICA         PIC X(01).
       01 BANDERA-DON              PIC X         VALUE 'N'.
          88 FIN-DON                             VALUE 'Y'.
          88 NO-FIN-DON                          VALUE 'N'.
       01 WSV-DONATIVO.
          10 WSV-IMP-DONATIVO      PIC 9(07)V99  VALUE ZEROS.
          10 WSV-DON-DISPONIBLE    PIC S9(09)V99 VALUE ZEROS.
      ****** Fechas del periodo de pago (AAAAMMDD) para la vigencia de
      ****** la eleccion y fecha del donativo para el barrido
          10 WSV-DON-INI-PER       PIC 9(08)     VALUE ZEROS.
          10 WSV-DON-FIN-PER       PIC 9(08)     VALUE ZEROS.
          10 WSV-DON-FECHA         PIC X(10)     VALUE SPACES.
          10 WSV-DON-ULT-DIA       PIC 9(02)     VALUE ZEROS.
          10 WSV-DON-RESTO         PIC 9(02)     VALUE ZEROS.
          10 WSV-DON-COCIENTE      PIC 9(04)     VALUE ZEROS.
          10 WSV-DON-INVALIDOS     PIC 9(05)     VALUE ZEROS.
          10 WSV-DON-APLICADOS     PIC 9(05)     VALUE ZEROS.
          10 WSV-DON-NO-ALCANZA    PIC 9(05)     VALUE ZEROS.
          10 WSV-DON-TOT-APLICADO  PIC 9(11)V99  VALUE ZEROS.

      ****** Anexo del donativo en el detalle impreso
       01 ANEXO-DONATIVO.
          10 FILLER                PIC X(21)  VALUE
             '  DONATIVO FUNDACION '.
          10 FILLER                PIC X(08)  VALUE 'CUENTA  '.
          10 AD-IEMPR              PIC X(03).
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 AD-ICUENTA            PIC 9(07).
          10 FILLER                PIC X(12)  VALUE '  DESCUENTO '.
          10 AD-DESCUENTO          PIC Z,ZZZ,ZZ9.99.

      ****** Ordenes de pension alimenticia en memoria, en el orden
      ****** de prelacion del archivo, con lo retenido en el periodo
       01 TABLA-PENSIONES.
          10 WSC-MAX-PEN           PIC 9(03)     VALUE 300.
          10 WSV-NUM-PEN           PIC 9(03)     VALUE ZEROS.
          10 WSV-IDX-PEN           PIC 9(03)     VALUE ZEROS.
          10 PEN-ENT               OCCURS 300 TIMES.
             15 PEN-NUMERO         PIC 9(05).
             15 PEN-PRIORIDAD      PIC 9(02).
             15 PEN-EXPEDIENTE     PIC X(20).
             15 PEN-BENEFICIARIO   PIC X(15).
             15 PEN-CLABE          PIC X(18).
             15 PEN-BASE           PIC X(01).
             15 PEN-VALOR          PIC 9(05)V99.
             15 PEN-CALCULADO      PIC 9(07)V99.
             15 PEN-RETENIDO       PIC 9(07)V99.
             15 PEN-PAGADO         PIC 9(07)V99.
             15 PEN-SITUACION      PIC X(30).
       01 BANDERA-PEN              PIC X         VALUE 'N'.
          88 FIN-PEN                             VALUE 'Y'.
          88 NO-FIN-PEN                          VALUE 'N'.
       01 WSV-PEN-LLAVE-ANT        PIC X(07)     VALUE LOW-VALUES.
       01 WSV-PENSIONES.
          10 WSV-IMP-PENSION       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-PEN-NETO-LEGAL    PIC S9(07)V99 VALUE ZEROS.
          10 WSV-PEN-DISPONIBLE    PIC S9(07)V99 VALUE ZEROS.
          10 WSV-NETO-MINIMO       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-PEN-INVALIDAS     PIC 9(05)     VALUE ZEROS.
          10 WSV-PEN-PAGADAS       PIC 9(05)     VALUE ZEROS.
          10 WSV-PEN-TOT-PAGADO    PIC 9(09)V99  VALUE ZEROS.

      ****** Libro del fondo de ahorro: renglon del empleado en
      ****** proceso, tabla en memoria con los movimientos del periodo
      ****** y lo calculado al empleado en la nomina
       01 WSV-REG-FONDO.
          10 FON-NUMERO            PIC 9(05).
          10 FON-ESTATUS           PIC X(01).
             88 FON-ACTIVO                           VALUE 'A'.
             88 FON-SUSPENDIDO                       VALUE 'S'.
          10 FON-PORC-APORTA       PIC 9(02)V99.
          10 FON-PORC-EMPRESA      PIC 9(03)V99.
          10 FON-ANIO              PIC 9(04).
          10 FON-SALDO-EMP         PIC 9(09)V99.
          10 FON-SALDO-EMPRESA     PIC 9(09)V99.
      ****** Acumulados del ejercicio (amarran con PAYMAST)
          10 FON-ANIO-APORTA       PIC 9(09)V99.
          10 FON-ANIO-EMPRESA      PIC 9(09)V99.
          10 FON-ANIO-ABONOS       PIC 9(09)V99.
          10 FON-PRESTAMO          OCCURS 3 TIMES.
             15 FON-PRE-FOLIO      PIC X(08).
             15 FON-PRE-IMPORTE    PIC 9(07)V99.
             15 FON-PRE-PLAZO      PIC 9(03).
             15 FON-PRE-ABONO      PIC 9(07)V99.
             15 FON-PRE-SALDO      PIC 9(07)V99.
             15 FON-PRE-PAGOS      PIC 9(03).
          10 FILLER                PIC X(03).

       01 TABLA-FONDO.
          10 WSC-MAX-FONDO         PIC 9(04)     VALUE 1000.
          10 WSV-NUM-FONDO         PIC 9(04)     VALUE ZEROS.
          10 WSV-IDX-FON           PIC 9(04)     VALUE ZEROS.
          10 WSV-KDX-FON           PIC 9(04)     VALUE ZEROS.
          10 FONDO-ENT             OCCURS 1000 TIMES.
             15 FONDO-REG          PIC X(200).
             15 FONDO-SALDO-INI    PIC 9(09)V99.
             15 FONDO-PER-APORTA   PIC 9(07)V99.
             15 FONDO-PER-EMPRESA  PIC 9(07)V99.
             15 FONDO-PER-ABONO    PIC 9(07)V99.
             15 FONDO-PER-LIQUIDA  PIC 9(09)V99.
       01 BANDERA-FON              PIC X         VALUE 'N'.
          88 FIN-FON                             VALUE 'Y'.
          88 NO-FIN-FON                          VALUE 'N'.
       01 BANDERA-FON-EMP          PIC X         VALUE 'N'.
          88 WSV-FON-HALLADO                     VALUE 'S'.
          88 WSV-FON-NO-HALLADO                  VALUE 'N'.
       01 WSV-FONDO.
          10 WSV-IDX-PRE           PIC 9(01)     VALUE ZEROS.
          10 WSV-FON-COBRO         PIC 9(07)V99  VALUE ZEROS
                                   OCCURS 3 TIMES.
          10 WSV-IMP-FON-APORTA    PIC 9(07)V99  VALUE ZEROS.
          10 WSV-IMP-FON-EMPRESA   PIC 9(07)V99  VALUE ZEROS.
          10 WSV-IMP-FON-ABONO     PIC 9(07)V99  VALUE ZEROS.
          10 WSV-FON-DISPONIBLE    PIC S9(09)V99 VALUE ZEROS.
          10 WSV-FON-ADEUDO        PIC 9(09)V99  VALUE ZEROS.
          10 WSV-FON-APLICA        PIC 9(09)V99  VALUE ZEROS.
          10 WSV-FON-MOV-INVALIDOS PIC 9(05)     VALUE ZEROS.
          10 WSV-FON-LIQUIDADOS    PIC 9(05)     VALUE ZEROS.
          10 WSV-FON-TOT-LIQUIDADO PIC 9(09)V99  VALUE ZEROS.
          10 WSV-FON-SIN-LIQUIDAR  PIC 9(05)     VALUE ZEROS.
      ****** Cuadre del ejercicio: libro del fondo contra PAYMAST
          10 WSV-CUA-LIB-APORTA    PIC 9(11)V99  VALUE ZEROS.
          10 WSV-CUA-LIB-EMPRESA   PIC 9(11)V99  VALUE ZEROS.
          10 WSV-CUA-LIB-ABONOS    PIC 9(11)V99  VALUE ZEROS.
          10 WSV-CUA-MAS-APORTA    PIC 9(11)V99  VALUE ZEROS.
          10 WSV-CUA-MAS-EMPRESA   PIC 9(11)V99  VALUE ZEROS.
          10 WSV-CUA-MAS-ABONOS    PIC 9(11)V99  VALUE ZEROS.

      ****** Aumentos retroactivos en memoria; los que no encuentran
      ****** empleado en EMPFILE se avisan al final
       01 TABLA-RETROACTIVOS.
          10 WSC-MAX-RTR           PIC 9(03)     VALUE 500.
          10 WSV-NUM-RTR           PIC 9(03)     VALUE ZEROS.
          10 WSV-IDX-RTR           PIC 9(03)     VALUE ZEROS.
          10 WSV-KDX-RTR           PIC 9(03)     VALUE ZEROS.
          10 RTR-ENT               OCCURS 500 TIMES.
             15 RTR-NUMERO         PIC 9(05).
             15 RTR-TARIFA         PIC 9(03).
             15 RTR-EFECTIVO-AA    PIC 9(04).
             15 RTR-EFECTIVO-MM    PIC 9(02).
             15 RTR-USADO          PIC X(01).
       01 BANDERA-RTR              PIC X         VALUE 'N'.
          88 FIN-RTR                             VALUE 'Y'.
          88 NO-FIN-RTR                          VALUE 'N'.
       01 BANDERA-RTR-EMP          PIC X         VALUE 'N'.
          88 WSV-RTR-HALLADO                     VALUE 'S'.
          88 WSV-RTR-NO-HALLADO                  VALUE 'N'.

      ****** Recalculo de un mes cerrado con la tarifa nueva: la
      ****** diferencia de sueldo ordinario y de tiempo extra, su
      ****** parte gravable y las diferencias de ISR, cuota IMSS y
      ****** vivienda; los totales del empleado se pagan en la corrida
       01 WSV-RETROACTIVO.
          10 WSV-RTR-MES-INI       PIC 9(02)     VALUE ZEROS.
          10 WSV-RTR-MES-SUA       PIC 9(02)     VALUE ZEROS.
          10 WSV-RTR-DIF-TARIFA    PIC 9(03)     VALUE ZEROS.
          10 WSV-RTR-HRS-ORD       PIC 9(02)     VALUE ZEROS.
          10 WSV-RTR-HRS-EXT       PIC 9(02)     VALUE ZEROS.
          10 WSV-RTR-EXT-SEM       PIC 9(03)     VALUE ZEROS.
          10 WSV-RTR-DOBLES        PIC 9(02)     VALUE ZEROS.
          10 WSV-RTR-TRIPLES       PIC 9(03)     VALUE ZEROS.
          10 WSV-RTR-DIF-ORD       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-DIF-EXTRA     PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-DIF-BRUTO     PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-DIF-GRAVABLE  PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-ISR-ANT       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-DIF-ISR       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-DIF-RET       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-DIF-VIV       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-DIF-NETO      PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-TOT-ORD       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-TOT-EXTRA     PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-TOT-BRUTO     PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-TOT-ISR       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-TOT-RET       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-TOT-VIV       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-TOT-NETO      PIC 9(07)V99  VALUE ZEROS.
          10 WSV-RTR-PAGADOS       PIC 9(05)     VALUE ZEROS.
          10 WSV-RTR-TOT-PAGADO    PIC 9(09)V99  VALUE ZEROS.
          10 WSV-RTR-INVALIDOS     PIC 9(05)     VALUE ZEROS.

      ****** Desglose del retroactivo por periodo en el detalle
      ****** impreso: encabezado por empleado, un renglon por mes
      ****** recalculado y el total pagado
       01 RETRO-ENCABEZADO.
          10 FILLER                PIC X(15)  VALUE
             'RETROACTIVO   '.
          10 RE-NUMERO             PIC 9(05).
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RE-NOMBRE             PIC X(15).
          10 FILLER                PIC X(15)  VALUE
             '  TARIFA NUEVA '.
          10 RE-TARIFA             PIC ZZ9.
          10 FILLER                PIC X(10)  VALUE '  DESDE   '.
          10 RE-EFECTIVO           PIC 9(06).
       01 RETRO-COLUMNAS.
          10 FILLER                PIC X(37)  VALUE
             '    PERIODO TAR      BRUTO       ISR '.
          10 FILLER                PIC X(37)  VALUE
             '    IMSS  VIVIENDA       NETO        '.
       01 RETRO-LINEA.
          10 FILLER                PIC X(04)  VALUE SPACES.
          10 RL-PERIODO            PIC X(06).
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RL-TARIFA             PIC ZZ9.
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RL-BRUTO              PIC ZZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RL-ISR                PIC ZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RL-RET                PIC Z,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RL-VIV                PIC Z,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RL-NETO               PIC ZZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACES.
          10 RL-NOTA               PIC X(09).

      ****** Poliza de nomina: conceptos de cargo (sueldo, tiempo
      ****** extra, PTU, cuotas patronales IMSS e INFONAVIT y
      ****** aportacion de la empresa al fondo) y de abono (ISR, IMSS
      ****** e INFONAVIT por pagar, credito INFONAVIT retenido, fondo
      ****** de ahorro por pagar, nomina por pagar al banco, que
      ****** incluye las pensiones dispersadas a beneficiarios, y
      ****** donativos por entregar a la Fundacion)
       01 WSC-CONCEPTOS-POLIZA     PIC X(39)     VALUE
          'SUETEXPTUIMPINPFAEISRIMSINFCRIFAHNETDON'.
       01 FILLER REDEFINES WSC-CONCEPTOS-POLIZA.
          10 WSC-CONCEPTO-PZ       PIC X(03)     OCCURS 13 TIMES.

       01 TABLA-CUENTAS.
          10 WSC-MAX-CTA           PIC 9(03)     VALUE 300.
          10 WSV-NUM-CTA           PIC 9(03)     VALUE ZEROS.
          10 WSV-IDX-CTA           PIC 9(03)     VALUE ZEROS.
          10 CTA-ENT               OCCURS 300 TIMES.
             15 CTA-CONCEPTO       PIC X(03).
             15 CTA-CCOSTO         PIC X(04).
             15 CTA-CUENTA         PIC X(10).
       01 BANDERA-CTA              PIC X         VALUE 'N'.
          88 FIN-CTA                             VALUE 'Y'.
          88 NO-FIN-CTA                          VALUE 'N'.

       01 WSV-POLIZA.
          10 WSV-PZ-EMPRESA        PIC X(03)     VALUE SPACES.
          10 WSV-PZ-FOLIO          PIC 9(10)     VALUE ZEROS.
          10 WSV-PZ-CONCEPTO       PIC X(03)     VALUE SPACES.
          10 WSV-PZ-CCOSTO         PIC X(04)     VALUE SPACES.
          10 WSV-PZ-CUENTA         PIC X(10)     VALUE SPACES.
          10 WSV-PZ-IDX            PIC 9(02)     VALUE ZEROS.
          10 WSV-PZ-CTA-INVALIDAS  PIC 9(03)     VALUE ZEROS.
          10 WSV-PZ-RENGLONES      PIC 9(05)     VALUE ZEROS.
          10 WSV-PZ-EMPLEADOS      PIC 9(05)     VALUE ZEROS.
          10 WSV-PZ-MOVS           PIC 9(05)     VALUE ZEROS.
          10 WSV-PZ-IMPORTE        PIC 9(11)V99  VALUE ZEROS.
      ****** Cargos del centro de costos en proceso
          10 WSV-PZ-CC-SUELDO      PIC 9(09)V99  VALUE ZEROS.
          10 WSV-PZ-CC-EXTRA       PIC 9(09)V99  VALUE ZEROS.
          10 WSV-PZ-CC-PTU         PIC 9(09)V99  VALUE ZEROS.
          10 WSV-PZ-CC-IMSS-PAT    PIC 9(09)V99  VALUE ZEROS.
          10 WSV-PZ-CC-INFO-PAT    PIC 9(09)V99  VALUE ZEROS.
          10 WSV-PZ-CC-FONDO       PIC 9(09)V99  VALUE ZEROS.
      ****** Abonos de la corrida
          10 WSV-PZ-ISR            PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-IMSS           PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-INFONAVIT      PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-CRED-INF       PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-FONDO          PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-NETO           PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-DONATIVO       PIC 9(11)V99  VALUE ZEROS.
      ****** Cuadre: cargos contra abonos, percepciones y cuotas
      ****** patronales contra el extracto CCOSTFIL y nomina por pagar
      ****** contra el trailer de la dispersion
          10 WSV-PZ-TOT-CARGOS     PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-TOT-ABONOS     PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-TOT-PERCEP     PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-TOT-PATRON     PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-CCF-BRUTO      PIC 9(11)V99  VALUE ZEROS.
          10 WSV-PZ-CCF-PATRON     PIC 9(11)V99  VALUE ZEROS.

      ****** Anexo del fondo de ahorro en el detalle impreso
       01 ANEXO-FONDO.
          10 FILLER                PIC X(21)  VALUE
             '  FONDO DE AHORRO    '.
          10 FILLER                PIC X(07)  VALUE 'APORTA '.
          10 AF-APORTA             PIC Z,ZZZ,ZZ9.99.
          10 FILLER                PIC X(09)  VALUE '  EMPRESA'.
          10 AF-EMPRESA            PIC Z,ZZZ,ZZ9.99.
          10 FILLER                PIC X(09)  VALUE '  PRESTAM'.
          10 AF-ABONO              PIC Z,ZZZ,ZZ9.99.

      ****** Anexo de pension alimenticia en el detalle impreso
       01 ANEXO-PENSION.
          10 FILLER                PIC X(21)  VALUE
             '  PENSION ALIMENT.   '.
          10 AP-EXPEDIENTE         PIC X(20).
          10 FILLER                PIC X(12)  VALUE '  DESCUENTO '.
          10 AP-DESCUENTO          PIC Z,ZZZ,ZZ9.99.

      ****** Ajuste anual de ISR: acumulados del ejercicio del
      ****** empleado en proceso, resultado contra lo retenido y
      ****** cifras de control de la corrida
       01 WSV-AJUSTE.
          10 BANDERA-AJU-HISTORIA  PIC X         VALUE 'N'.
             88 WSV-AJU-CON-HISTORIA             VALUE 'S'.
             88 WSV-AJU-SIN-HISTORIA             VALUE 'N'.
          10 BANDERA-AJU-APLICA    PIC X         VALUE 'N'.
             88 WSV-AJU-APLICA                   VALUE 'S'.
             88 WSV-AJU-NO-APLICA                VALUE 'N'.
          10 WSV-AJU-MOTIVO        PIC X(35)     VALUE SPACES.
          10 WSV-AJU-INGRESOS      PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-EXENTOS       PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-GRAVABLE      PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-EXCEDENTE     PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-ISR-ANUAL     PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-RETENIDO      PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-A-FAVOR       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-AJU-A-CARGO       PIC 9(07)V99  VALUE ZEROS.
          10 WSV-AJU-CONSTANCIAS   PIC 9(05)     VALUE ZEROS.
          10 WSV-AJU-NUM-FAVOR     PIC 9(05)     VALUE ZEROS.
          10 WSV-AJU-TOT-FAVOR     PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-NUM-CARGO     PIC 9(05)     VALUE ZEROS.
          10 WSV-AJU-TOT-CARGO     PIC 9(09)V99  VALUE ZEROS.
          10 WSV-AJU-NUM-NO-APLICA PIC 9(05)     VALUE ZEROS.
      ****** Cobro en la nomina normal del saldo a cargo pendiente
          10 WSV-IMP-AJU-COBRO     PIC 9(07)V99  VALUE ZEROS.
          10 WSV-AJU-SALDO-EMP     PIC 9(07)V99  VALUE ZEROS.
          10 WSV-AJU-DISPONIBLE    PIC S9(07)V99 VALUE ZEROS.

      ****** Anexo del cobro del ajuste anual en el detalle impreso
       01 ANEXO-AJUSTE.
          10 FILLER                PIC X(21)  VALUE
             '  AJUSTE ANUAL ISR   '.
          10 FILLER                PIC X(07)  VALUE 'COBRO  '.
          10 AJ-COBRO              PIC Z,ZZZ,ZZ9.99.
          10 FILLER                PIC X(12)  VALUE '  PENDIENTE '.
          10 AJ-PENDIENTE          PIC Z,ZZZ,ZZ9.99.

      ****** PTU por pagar en la nomina normal (el detalle que dejo
      ****** la corrida de reparto del periodo anterior)
       01 TABLA-PTU-PAGAR.
       01 WSV-MMDD-BAJA            PIC 9(04)      VALUE ZEROS.
       01 WSV-MMDD-INGRESO         PIC 9(04)      VALUE ZEROS.

      ****** Dias de vacaciones por anios de servicio (tabla de ley:
      ****** hasta n anios cumplidos, dias que corresponden)
       01 WSC-TABLA-VACACIONES     PIC X(44)      VALUE
          '01120214031604180520102215242026252830303532'.
       01 FILLER REDEFINES WSC-TABLA-VACACIONES.
          10 WSC-VAC-RENGLON       OCCURS 11 TIMES.
             15 WSC-VAC-HASTA      PIC 9(02).
             15 WSC-VAC-DIAS       PIC 9(02).

      ****** Libro de vacaciones del empleado en proceso: al cumplir
      ****** cada aniversario se le otorgan los dias de la tabla; con
      ****** arrastre el saldo no tomado pasa al periodo siguiente y
      ****** vence en el otro aniversario, sin arrastre vence en el
      ****** mismo aniversario; las vacaciones tomadas salen primero
      ****** del saldo anterior
       01 WSC-VAC-ARRASTRE         PIC X(01)      VALUE 'S'.
          88 WSC-VAC-CON-ARRASTRE                 VALUE 'S'.
       01 WSV-VACACIONES.
          10 WSV-VAC-ANIO-REF      PIC 9(04)      VALUE ZEROS.
          10 WSV-VAC-MMDD-REF      PIC 9(04)      VALUE ZEROS.
          10 WSV-VAC-ANIV-ANIO     PIC 9(04)      VALUE ZEROS.
          10 WSV-VAC-ANTIGUEDAD    PIC 9(03)      VALUE ZEROS.
          10 WSV-VAC-IDX           PIC 9(02)      VALUE ZEROS.
          10 WSV-VAC-DERECHO       PIC 9(02)      VALUE ZEROS.
          10 WSV-VAC-LIBRO.
             15 WSV-VAC-ANIV       PIC 9(04)      VALUE ZEROS.
             15 WSV-VAC-OTORGADOS  PIC 9(02)      VALUE ZEROS.
             15 WSV-VAC-SALDO-ANT  PIC 9(02)      VALUE ZEROS.
             15 WSV-VAC-SALDO-ACT  PIC 9(02)      VALUE ZEROS.
             15 WSV-VAC-TOMADOS    PIC 9(02)      VALUE ZEROS.
          10 WSV-VAC-VENCIDOS      PIC 9(03)      VALUE ZEROS.
          10 WSV-VAC-TOMA-MES      PIC 9(02)      VALUE ZEROS.
          10 WSV-VAC-DISPONIBLE    PIC 9(03)      VALUE ZEROS.
          10 WSV-VAC-DIAS-PAGO     PIC 9(03)V99   VALUE ZEROS.
          10 WSV-VAC-NOTA          PIC X(20)      VALUE SPACES.
          10 WSV-VAC-REPORTADOS    PIC 9(05)      VALUE ZEROS.
          10 WSV-VAC-RECHAZADAS    PIC 9(05)      VALUE ZEROS.
          10 WSV-VAC-TOT-OTORGADOS PIC 9(07)      VALUE ZEROS.
          10 WSV-VAC-TOT-TOMADOS   PIC 9(07)      VALUE ZEROS.
          10 WSV-VAC-TOT-VENCIDOS  PIC 9(07)      VALUE ZEROS.

       01 VACA-ENCABEZADO.
          10 FILLER                PIC X(38)  VALUE
             'EMPL. NOMBRE          INGRESO  ANT OT '.
          10 FILLER                PIC X(42)  VALUE
             'AN AC TM VE SDO NOTA                      '.

      ****** Constantes para hacer calculos
       01 CONSTANTES.
          10 WSC-HORAS             PIC 9(02).
          10 WSC-DIAS-POR-MES      PIC 9(02)      VALUE 30.
          10 WSC-PAGO-HORA-MINIMO  PIC 9(03)      VALUE 1.
          10 WSC-PAGO-HORA-MAXIMO  PIC 9(03)      VALUE 500.
      ****** Ingreso anual a partir del cual el empleado presenta su
      ****** propia declaracion y el patron no hace el ajuste
          10 WSC-TOPE-AJUSTE       PIC 9(07)V99   VALUE 400000.00.
      ****** Salario minimo general diario: el neto que queda despues
      ****** de las pensiones alimenticias no baja del minimo del mes
          10 WSC-SAL-MINIMO-DIARIO PIC 9(04)V99   VALUE 278.80.
      ****** Tope de la aportacion del empleado al fondo de ahorro,
      ****** en porcentaje de su sueldo
          10 WSC-TOPE-FONDO        PIC 9(02)V99   VALUE 13.00.

      ****** Tabla de tarifas de ISR (bimestral/mensual, valores de
      ****** ejemplo tomados de la tarifa vigente publicada por el SAT)
          05 FILLER                PIC X(23) VALUE
             '00492330101411094003500'.

      ****** Tarifa anual del ajuste: la mensual por doce (se arma al
      ****** cargar la tabla de ISR)
       01 ISR-ANUAL-TABLE.
          05 ISR-A-BRACKET OCCURS 8 TIMES
                           ASCENDING KEY IS ISR-A-LIM-INF
                           INDEXED BY ISR-A-IDX.
             10 ISR-A-LIM-INF      PIC 9(08)V99.
             10 ISR-A-CUOTA-FIJA   PIC 9(07)V99.
             10 ISR-A-PORC-EXCED   PIC 9(02)V9999.
       01 WSV-IDX-ISR              PIC 9(02)      VALUE ZEROS.

      ****** Mascaras
       01 MASCARAS.
          10 WSV-MASK-IMP-DIARIO   PIC ZZ9.99.
           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-INCIDENCIAS.
           IF WSV-MODO-NORMAL
      *La PTU se paga una sola vez: en la mensual o en la primera
      *quincena del mes
              IF WSV-QUINCENA NOT = 2
                 PERFORM CARGA-PTU-PAGAR
              END-IF
              PERFORM CARGA-CREDITOS
              PERFORM CARGA-PENSIONES
              PERFORM CARGA-DONATIVOS
           END-IF.
           IF WSV-MODO-NORMAL OR WSV-MODO-LIQ-FONDO
              PERFORM CARGA-FONDO
           END-IF.
           IF WSV-MODO-RETROACTIVO
              PERFORM CARGA-RETROACTIVOS
           END-IF.
           IF WSV-MODO-NORMAL
              PERFORM CARGA-CUENTAS
              OPEN OUTPUT POLIZA-FILE
              OPEN OUTPUT DNOM-FILE
              OPEN OUTPUT VACA-FILE
              WRITE VACA-REC FROM VACA-ENCABEZADO
           END-IF.
           IF WSV-MODO-NORMAL OR WSV-MODO-AGUINALDO
           OR WSV-MODO-RETROACTIVO
              OPEN OUTPUT CFDI-FILE
           END-IF.

           ELSE
           IF WSV-MODO-AGUINALDO
              PERFORM PROCESO-AGUINALDO
           ELSE
           IF WSV-MODO-AJUSTE
              PERFORM PROCESO-AJUSTE
           ELSE
           IF WSV-MODO-LIQ-FONDO
              PERFORM PROCESO-LIQUIDA-FONDO
           ELSE
           IF WSV-MODO-RETROACTIVO
              PERFORM PROCESO-RETROACTIVO
           ELSE
              SET NO-FIN-FILE TO TRUE
              PERFORM LEE-EMPLEADO
                    PERFORM CALCULA-NOMINA
                    PERFORM ESCRIBO-DETALLE
                    PERFORM ACTUALIZA-MAESTRO
                    PERFORM ESCRIBO-SALDO-VACACIONES
                    PERFORM ACTUALIZA-FONDO
                    PERFORM ESCRIBO-DISPERSION
                    PERFORM ESCRIBO-DISP-PENSIONES
                    PERFORM ESCRIBO-DONATIVOS
                    PERFORM ESCRIBO-CFDI-NOMINA
                    PERFORM ACUMULA-CCOSTO
                    PERFORM ACUMULA-POLIZA
                 ELSE
      *El empleado de la otra frecuencia no se rechaza, se paga en
      *su corrida; sus incidencias se marcan vistas para no avisarlas
                    IF WSV-EMPLEADO-OTRA-FREC
                       PERFORM OBTIENE-INCIDENCIAS
                    ELSE
                       PERFORM ESCRIBO-RECHAZO
                    END-IF
                 END-IF
                 PERFORM LEE-EMPLEADO
              END-PERFORM
              PERFORM CIERRA-DISPERSION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CIERRO-Y-ACABO.
                 WSV-FINIQUITADOS
           END-IF
           IF WSV-MODO-NORMAL OR WSV-MODO-AGUINALDO
           OR WSV-MODO-RETROACTIVO
              CLOSE CFDI-FILE
              DISPLAY 'PAYROL00 SOLICITUDES DE TIMBRADO: '
                 WSV-CFDI-EMITIDOS
           END-IF
           IF WSV-MODO-NORMAL
              PERFORM REPORTA-PENSIONES
              CLOSE LEGAL-FILE
              DISPLAY 'PAYROL00 PENSIONES PAGADAS      : '
                 WSV-PEN-PAGADAS ' IMPORTE: ' WSV-PEN-TOT-PAGADO
              DISPLAY 'PAYROL00 ORDENES DE PENSION INVALIDAS: '
                 WSV-PEN-INVALIDAS
           END-IF
           IF WSV-MODO-NORMAL OR WSV-MODO-LIQ-FONDO
              PERFORM ESCRIBE-FONDO
           END-IF
           IF WSV-MODO-NORMAL
              PERFORM CUADRA-FONDO
              PERFORM ESCRIBO-ABONOS-POLIZA
              CLOSE POLIZA-FILE
              CLOSE DNOM-FILE
              DISPLAY 'PAYROL00 DONATIVOS DESCONTADOS   : '
                 WSV-DON-APLICADOS ' IMPORTE: ' WSV-DON-TOT-APLICADO
              DISPLAY 'PAYROL00 DONATIVOS SIN NETO      : '
                 WSV-DON-NO-ALCANZA
              DISPLAY 'PAYROL00 ELECCIONES DE DONATIVO INVALIDAS: '
                 WSV-DON-INVALIDOS
              PERFORM CUADRA-POLIZA
              CLOSE VACA-FILE
              DISPLAY 'PAYROL00 VACACIONES - EMPLEADOS  : '
                 WSV-VAC-REPORTADOS
              DISPLAY 'PAYROL00 VACACIONES - OTORGADAS  : '
                 WSV-VAC-TOT-OTORGADOS
              DISPLAY 'PAYROL00 VACACIONES - TOMADAS    : '
                 WSV-VAC-TOT-TOMADOS
              DISPLAY 'PAYROL00 VACACIONES - VENCIDAS   : '
                 WSV-VAC-TOT-VENCIDOS
              DISPLAY 'PAYROL00 VACACIONES - RECHAZADAS : '
                 WSV-VAC-RECHAZADAS
           END-IF
           IF WSV-MODO-AJUSTE
              CLOSE CONS-FILE
              DISPLAY 'PAYROL00 AJUSTE - CONSTANCIAS : '
                 WSV-AJU-CONSTANCIAS
              DISPLAY 'PAYROL00 AJUSTE - NO APLICA   : '
                 WSV-AJU-NUM-NO-APLICA
              DISPLAY 'PAYROL00 AJUSTE - A FAVOR     : '
                 WSV-AJU-NUM-FAVOR ' IMPORTE: ' WSV-AJU-TOT-FAVOR
              DISPLAY 'PAYROL00 AJUSTE - A CARGO     : '
                 WSV-AJU-NUM-CARGO ' IMPORTE: ' WSV-AJU-TOT-CARGO
           END-IF
           IF WSV-MODO-RETROACTIVO
              PERFORM REPORTA-RETRO-SIN-EMPLEADO
              DISPLAY 'PAYROL00 RETROACTIVOS PAGADOS   : '
                 WSV-RTR-PAGADOS ' IMPORTE: ' WSV-RTR-TOT-PAGADO
              DISPLAY 'PAYROL00 RETROACTIVOS INVALIDOS : '
                 WSV-RTR-INVALIDOS
              IF WSV-RTR-MES-SUA NOT = ZEROS
                 COMPUTE WSV-RTR-MES-SUA = (WSV-RTR-MES-SUA + 1) / 2
                 DISPLAY 'PAYROL00 REGENERAR SUA (PAYROL02) DESDE EL '
                    'BIMESTRE: ' WSV-RTR-MES-SUA
              END-IF
           END-IF
           IF WSV-MODO-PTU
              CLOSE PTU-FILE
              DISPLAY 'PAYROL00 PTU - EMPLEADOS: ' WSV-PTU-EMPLEADOS
              DISPLAY 'PAYROL00 EMPLEADOS INACTIVOS OMITIDOS: '
                 WSV-EMP-INACTIVOS
           END-IF
           IF WSV-NOMINA-QUINCENAL
              DISPLAY 'PAYROL00 NOMINA QUINCENAL, QUINCENA DEL ANIO: '
                 WSV-NUM-PERIODO
              DISPLAY 'PAYROL00 INCIDENCIAS FUERA DE LA QUINCENA: '
                 WSV-INCI-FUERA
           END-IF
           IF WSV-EMP-OTRA-FREC NOT = ZEROS
              DISPLAY 'PAYROL00 EMPLEADOS DE OTRA FRECUENCIA OMITIDOS: '
                 WSV-EMP-OTRA-FREC
           END-IF
           GOBACK.

      ****** Corrida de finiquitos: para cada empleado con baja en el
           COMPUTE WSV-AGUI-PROP ROUNDED =
              WSV-SAL-DIARIO * WSC-DIAS-AGUINALDO
              * WSV-DIAS-ANIO-BAJA / WSC-DIAS-DEL-ANIO
      ****** Vacaciones: el saldo real del libro mas lo proporcional
      ****** del periodo en curso con los dias que le tocarian en el
      ****** siguiente aniversario; el libro queda en ceros
           PERFORM OBTIENE-VACA-FINIQUITO
           COMPUTE WSV-VACA-PROP ROUNDED =
              WSV-SAL-DIARIO * WSV-VAC-DIAS-PAGO
           COMPUTE WSV-PRIMA-PROP ROUNDED =
              WSV-VACA-PROP * WSC-PERC-PRIMA-VACA
           COMPUTE WSV-TOTAL-FINIQUITO =
           MOVE WSV-CC-IMSS-PATRON TO CC-IMSS-PATRON
           MOVE WSV-CC-INFONAVIT   TO CC-INFONAVIT
           MOVE WSV-CC-NETO        TO CC-NETO
           MOVE WSV-PERIODO-AA     TO CC-ANIO
           MOVE WSV-PERIODO-MM     TO CC-MES
           MOVE WSV-NUM-PERIODO    TO CC-NUM-PERIODO
           WRITE CCOST-REC
           ADD WSV-CC-BRUTO        TO WSV-PZ-CCF-BRUTO
           ADD WSV-CC-IMSS-PATRON  TO WSV-PZ-CCF-PATRON
           ADD WSV-CC-INFONAVIT    TO WSV-PZ-CCF-PATRON
           PERFORM ESCRIBO-CARGOS-POLIZA
           MOVE ZEROS TO WSV-CC-PLANTILLA WSV-CC-BRUTO WSV-CC-ISR
                         WSV-CC-IMSS-RET WSV-CC-IMSS-VIV
                         WSV-CC-IMSS-PATRON WSV-CC-INFONAVIT
           IF WSV-DISP-PAGOS = ZEROS
              OPEN OUTPUT DISP-FILE
              MOVE WSV-FECHA-PAGO       TO DH-FECHA-PAGO
              MOVE WSV-PERIODO-AA       TO DH-ANIO
              MOVE WSV-PERIODO-MM       TO DH-MES
              MOVE WSV-NUM-PERIODO      TO DH-NUM-PERIODO
              WRITE DISP-REC FROM DISP-HEADER
           END-IF
           MOVE EMP-NUMERO              TO DD-NUMERO
           MOVE WSV-PAT-REG-PATRONAL TO CN-REG-PATRONAL
           MOVE WSV-PAT-RFC         TO CN-RFC-PATRON
           MOVE WSV-PAT-RAZON       TO CN-RAZON-SOCIAL
           IF WSV-NOMINA-QUINCENAL
              MOVE WSV-QUINCENA     TO CN-QUINCENA
           END-IF
           MOVE '001'               TO CN-PER1-CLAVE
           COMPUTE CN-PER1-IMPORTE =
              WSV-SAL-MES-ORD + WSV-PTU-A-PAGAR
              WSV-IMP-TE-DOBLE + WSV-IMP-TE-TRIPLE
           MOVE '002'               TO CN-PER3-CLAVE
           MOVE ZEROS               TO CN-PER3-IMPORTE
      ****** El cobro del ajuste anual viaja con el ISR del periodo
      ****** para que el recibo cuadre contra el neto dispersado
           MOVE '002'               TO CN-DED1-CLAVE
           COMPUTE CN-DED1-IMPORTE =
              WSV-IMP-ISR + WSV-IMP-AJU-COBRO
           MOVE '001'               TO CN-DED2-CLAVE
           MOVE WSV-IMP-IMSS-RET    TO CN-DED2-IMPORTE
           MOVE '010'               TO CN-DED3-CLAVE
           MOVE WSV-IMP-IMSS-VIV    TO CN-DED3-IMPORTE
           MOVE '009'               TO CN-DED4-CLAVE
           MOVE WSV-IMP-CRED-INF    TO CN-DED4-IMPORTE
           MOVE '007'               TO CN-DED5-CLAVE
           MOVE WSV-IMP-PENSION     TO CN-DED5-IMPORTE
           MOVE '004'               TO CN-DED6-CLAVE
           COMPUTE CN-DED6-IMPORTE =
              WSV-IMP-FON-APORTA + WSV-IMP-FON-ABONO
              + WSV-IMP-DONATIVO
           WRITE CFDI-REC
           ADD 1 TO WSV-CFDI-EMITIDOS.

           MOVE ZEROS               TO CN-DED3-IMPORTE
           MOVE '009'               TO CN-DED4-CLAVE
           MOVE ZEROS               TO CN-DED4-IMPORTE
           MOVE '007'               TO CN-DED5-CLAVE
           MOVE ZEROS               TO CN-DED5-IMPORTE
           MOVE '004'               TO CN-DED6-CLAVE
           MOVE ZEROS               TO CN-DED6-IMPORTE
           WRITE CFDI-REC
           ADD 1 TO WSV-CFDI-EMITIDOS.

      ****** Solicitud de timbrado del retroactivo: diferencias de
      ****** sueldo y tiempo extra con su ISR, cuota IMSS y vivienda
       ESCRIBO-CFDI-RETROACTIVO.
           MOVE SPACES              TO CFDI-REC
           MOVE EMP-NUMERO          TO CN-NUMERO
           MOVE WSV-PERIODO-AA      TO CN-PERIODO (1:4)
           MOVE WSV-PERIODO-MM      TO CN-PERIODO (5:2)
           MOVE WSV-PAT-REG-PATRONAL TO CN-REG-PATRONAL
           MOVE WSV-PAT-RFC         TO CN-RFC-PATRON
           MOVE WSV-PAT-RAZON       TO CN-RAZON-SOCIAL
           MOVE '001'               TO CN-PER1-CLAVE
           MOVE WSV-RTR-TOT-ORD     TO CN-PER1-IMPORTE
           MOVE '019'               TO CN-PER2-CLAVE
           MOVE WSV-RTR-TOT-EXTRA   TO CN-PER2-IMPORTE
           MOVE '002'               TO CN-PER3-CLAVE
           MOVE ZEROS               TO CN-PER3-IMPORTE
           MOVE '002'               TO CN-DED1-CLAVE
           MOVE WSV-RTR-TOT-ISR     TO CN-DED1-IMPORTE
           MOVE '001'               TO CN-DED2-CLAVE
           MOVE WSV-RTR-TOT-RET     TO CN-DED2-IMPORTE
           MOVE '010'               TO CN-DED3-CLAVE
           MOVE WSV-RTR-TOT-VIV     TO CN-DED3-IMPORTE
           MOVE '009'               TO CN-DED4-CLAVE
           MOVE ZEROS               TO CN-DED4-IMPORTE
           MOVE '007'               TO CN-DED5-CLAVE
           MOVE ZEROS               TO CN-DED5-IMPORTE
           MOVE '004'               TO CN-DED6-CLAVE
           MOVE ZEROS               TO CN-DED6-IMPORTE
           WRITE CFDI-REC
           ADD 1 TO WSV-CFDI-EMITIDOS.

      ****** Un detalle de dispersion por cada pension retenida al
      ****** empleado, a nombre y CLABE del beneficiario (entra en el
      ****** mismo trailer de control)
       ESCRIBO-DISP-PENSIONES.
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                     UNTIL WSV-IDX-PEN > WSV-NUM-PEN
              IF PEN-NUMERO (WSV-IDX-PEN) = EMP-NUMERO
              AND PEN-RETENIDO (WSV-IDX-PEN) NOT = ZEROS
                 MOVE EMP-NUMERO              TO DD-NUMERO
                 MOVE PEN-BENEFICIARIO (WSV-IDX-PEN) TO DD-NOMBRE
                 MOVE PEN-CLABE (WSV-IDX-PEN) TO DD-CLABE
                 MOVE PEN-RETENIDO (WSV-IDX-PEN) TO DD-NETO
                 MOVE WSV-FECHA-PAGO          TO DD-FECHA-PAGO
                 WRITE DISP-REC FROM DISP-DETALLE
                 ADD 1                        TO WSV-DISP-PAGOS
                 ADD PEN-RETENIDO (WSV-IDX-PEN) TO WSV-DISP-MONTO
                 MOVE PEN-RETENIDO (WSV-IDX-PEN) TO
                    PEN-PAGADO (WSV-IDX-PEN)
                 ADD 1                        TO WSV-PEN-PAGADAS
                 ADD PEN-RETENIDO (WSV-IDX-PEN) TO WSV-PEN-TOT-PAGADO
              END-IF
           END-PERFORM.

      ****** Trailer con conteo y monto total, que por construccion
      ****** amarran con la suma del detalle
       CIERRA-DISPERSION.
              PERFORM VALIDA-EMPLEADO
              IF WSV-EMPLEADO-VALIDO
                 PERFORM CALCULA-AGUINALDO
                 PERFORM REGISTRA-AGUINALDO
                 PERFORM ESCRIBO-AGUINALDO
                 PERFORM ESCRIBO-CFDI-AGUINALDO
              ELSE
              MOVE WSC-DIAS-DEL-ANIO TO WSV-DIAS-TRABAJADOS
           END-IF.

      ****** Deja el aguinaldo, su parte gravable y su ISR en el
      ****** maestro del ejercicio para el ajuste anual (el renglon
      ****** lo ubico OBTIENE-DIAS-TRABAJADOS)
       REGISTRA-AGUINALDO.
           IF WSV-EMP-EN-MAESTRO
              MOVE MAESTRO-ENT (WSV-KDX-EMP) TO WSV-REG-MAESTRO
              IF MAST-ANIO = WSV-PERIODO-AA
                 MOVE WSV-AGUINALDO     TO MAST-AGUI-IMPORTE
                 MOVE WSV-BASE-GRAVABLE TO MAST-AGUI-GRAVABLE
                 MOVE WSV-IMP-ISR       TO MAST-AGUI-ISR
                 MOVE WSV-REG-MAESTRO   TO MAESTRO-ENT (WSV-KDX-EMP)
              END-IF
           END-IF.

      ****** Corrida de ajuste anual (diciembre, con la nomina del mes
      ****** ya cerrada): para cada empleado valido aplica la tarifa
      ****** anual a la base gravable del ejercicio, la compara contra
      ****** el ISR retenido en el anio y emite su constancia; el
      ****** saldo a favor se le reintegra por la dispersion y el saldo
      ****** a cargo queda en el maestro para retenerse en parcialidades
      ****** en las nominas siguientes
       PROCESO-AJUSTE.
           IF WSV-PERIODO-MM NOT = 12
              DISPLAY 'PAYROL00 EL AJUSTE ANUAL SE CORRE CON EL '
                 'PERIODO DE DICIEMBRE: ' PARM-PERIODO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CONS-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-FILE
              PERFORM VALIDA-EMPLEADO
              IF WSV-EMPLEADO-VALIDO
                 PERFORM CALCULA-AJUSTE-ANUAL
                 IF WSV-AJU-CON-HISTORIA
                    PERFORM APLICA-AJUSTE-ANUAL
                    PERFORM ESCRIBO-CONSTANCIA
                 ELSE
                    MOVE 'SIN HISTORIA DE NOMINA DEL EJERCICIO' TO
                       WSV-MOTIVO-RECHAZO
                    PERFORM ESCRIBO-RECHAZO
                 END-IF
              ELSE
                 PERFORM ESCRIBO-RECHAZO
              END-IF
              PERFORM LEE-EMPLEADO
           END-PERFORM
           PERFORM CIERRA-DISPERSION.

      ****** Ingresos, exentos, base gravable e ISR retenido del
      ****** ejercicio segun el maestro (meses mas aguinaldo) e ISR
      ****** anual; solo califica quien laboro los doce meses y no
      ****** rebasa el tope de ingresos de ley
       CALCULA-AJUSTE-ANUAL.
           MOVE ZEROS TO WSV-AJU-INGRESOS WSV-AJU-EXENTOS
                         WSV-AJU-GRAVABLE WSV-AJU-ISR-ANUAL
                         WSV-AJU-RETENIDO WSV-AJU-A-FAVOR
                         WSV-AJU-A-CARGO WSV-MESES-TRABAJADOS
           MOVE SPACES TO WSV-AJU-MOTIVO
           SET WSV-AJU-SIN-HISTORIA TO TRUE
           SET WSV-AJU-NO-APLICA    TO TRUE
           SET WSV-EMP-NUEVO TO TRUE
           PERFORM BUSCA-EMPLEADO-MAESTRO
              VARYING WSV-IDX-EMP FROM 1 BY 1
                UNTIL WSV-IDX-EMP > WSV-NUM-EMPLEADOS
                   OR WSV-EMP-EN-MAESTRO
           IF WSV-EMP-EN-MAESTRO
              MOVE MAESTRO-ENT (WSV-KDX-EMP) TO WSV-REG-MAESTRO
              IF MAST-ANIO = WSV-PERIODO-AA
                 SET WSV-AJU-CON-HISTORIA TO TRUE
              END-IF
           END-IF
           IF WSV-AJU-CON-HISTORIA
      ****** Un mes pagado sin base gravable registrada (historia
      ****** anterior a que el maestro la guardara) grava su bruto
              PERFORM VARYING WSV-MES-NOM FROM 1 BY 1
                        UNTIL WSV-MES-NOM > 12
                 IF MAST-MES-BRUTO (WSV-MES-NOM) NOT = ZEROS
                    ADD 1 TO WSV-MESES-TRABAJADOS
                    IF MAST-MES-GRAVABLE (WSV-MES-NOM) = ZEROS
                       ADD MAST-MES-BRUTO (WSV-MES-NOM) TO
                          WSV-AJU-GRAVABLE
                    ELSE
                       ADD MAST-MES-GRAVABLE (WSV-MES-NOM) TO
                          WSV-AJU-GRAVABLE
                    END-IF
                 END-IF
              END-PERFORM
              ADD MAST-AGUI-GRAVABLE TO WSV-AJU-GRAVABLE
              COMPUTE WSV-AJU-INGRESOS =
                 MAST-YTD-BRUTO + MAST-AGUI-IMPORTE
              IF WSV-AJU-INGRESOS > WSV-AJU-GRAVABLE
                 COMPUTE WSV-AJU-EXENTOS =
                    WSV-AJU-INGRESOS - WSV-AJU-GRAVABLE
              END-IF
              COMPUTE WSV-AJU-RETENIDO =
                 MAST-YTD-ISR + MAST-AGUI-ISR
              PERFORM CALCULA-ISR-ANUAL
              IF WSV-MESES-TRABAJADOS < 12
                 MOVE 'NO LABORO EL EJERCICIO COMPLETO' TO
                    WSV-AJU-MOTIVO
              ELSE
                 IF WSV-AJU-INGRESOS > WSC-TOPE-AJUSTE
                    MOVE 'INGRESOS MAYORES AL TOPE DEL AJUSTE' TO
                       WSV-AJU-MOTIVO
                 ELSE
                    SET WSV-AJU-APLICA TO TRUE
                 END-IF
              END-IF
              IF WSV-AJU-APLICA
                 IF WSV-AJU-ISR-ANUAL > WSV-AJU-RETENIDO
                    COMPUTE WSV-AJU-A-CARGO =
                       WSV-AJU-ISR-ANUAL - WSV-AJU-RETENIDO
                 ELSE
                    COMPUTE WSV-AJU-A-FAVOR =
                       WSV-AJU-RETENIDO - WSV-AJU-ISR-ANUAL
                 END-IF
              END-IF
           END-IF.

      ****** Tarifa anual sobre la base gravable del ejercicio
       CALCULA-ISR-ANUAL.
           IF WSV-AJU-GRAVABLE = ZEROS
              MOVE ZEROS TO WSV-AJU-ISR-ANUAL
           ELSE
              SET ISR-A-IDX TO 1
              SEARCH ISR-A-BRACKET VARYING ISR-A-IDX
                 AT END
                    SET ISR-A-IDX TO 8
                 WHEN WSV-AJU-GRAVABLE < ISR-A-LIM-INF (ISR-A-IDX)
                    SET ISR-A-IDX DOWN BY 1
              END-SEARCH
              COMPUTE WSV-AJU-EXCEDENTE =
                 WSV-AJU-GRAVABLE - ISR-A-LIM-INF (ISR-A-IDX)
              COMPUTE WSV-AJU-ISR-ANUAL ROUNDED =
                 ISR-A-CUOTA-FIJA (ISR-A-IDX) +
                 (WSV-AJU-EXCEDENTE * ISR-A-PORC-EXCED (ISR-A-IDX))
           END-IF.

      ****** Saldo a favor: se reintegra por la dispersion (sin CLABE
      ****** valida se avisa en rechazos y no se dispersa); saldo a
      ****** cargo: se suma al pendiente del maestro que retienen las
      ****** nominas siguientes
       APLICA-AJUSTE-ANUAL.
           IF WSV-AJU-NO-APLICA
              ADD 1 TO WSV-AJU-NUM-NO-APLICA
           END-IF
           IF WSV-AJU-A-FAVOR > ZEROS
              ADD 1               TO WSV-AJU-NUM-FAVOR
              ADD WSV-AJU-A-FAVOR TO WSV-AJU-TOT-FAVOR
              IF EMP-CLABE IS NOT NUMERIC OR EMP-CLABE = ZEROS
                 MOVE 'CLABE INVALIDA, REINTEGRO NO DISPERSADO' TO
                    WSV-MOTIVO-RECHAZO
                 PERFORM ESCRIBO-RECHAZO
              ELSE
                 MOVE WSV-AJU-A-FAVOR TO WSV-SAL-MENSUAL-NETO
                 PERFORM ESCRIBO-DISPERSION
              END-IF
           END-IF
           IF WSV-AJU-A-CARGO > ZEROS
              ADD 1               TO WSV-AJU-NUM-CARGO
              ADD WSV-AJU-A-CARGO TO WSV-AJU-TOT-CARGO
              ADD WSV-AJU-A-CARGO TO MAST-AJU-PENDIENTE
              MOVE WSV-REG-MAESTRO TO MAESTRO-ENT (WSV-KDX-EMP)
           END-IF.

       ESCRIBO-CONSTANCIA.
           ADD 1 TO WSV-AJU-CONSTANCIAS
           MOVE SPACES               TO CONS-REC
           MOVE EMP-NUMERO           TO CS-NUMERO
           MOVE EMP-NOMBRE           TO CS-NOMBRE
           MOVE WSV-PERIODO-AA       TO CS-ANIO
           MOVE WSV-PAT-RFC          TO CS-RFC-PATRON
           MOVE WSV-MESES-TRABAJADOS TO CS-MESES
           MOVE WSV-AJU-INGRESOS     TO CS-INGRESOS
           MOVE WSV-AJU-EXENTOS      TO CS-EXENTOS
           MOVE WSV-AJU-GRAVABLE     TO CS-GRAVABLES
           MOVE WSV-AJU-ISR-ANUAL    TO CS-ISR-ANUAL
           MOVE WSV-AJU-RETENIDO     TO CS-ISR-RETENIDO
           MOVE WSV-AJU-A-FAVOR      TO CS-SALDO-FAVOR
           MOVE WSV-AJU-A-CARGO      TO CS-SALDO-CARGO
           MOVE BANDERA-AJU-APLICA   TO CS-AJUSTE
           MOVE WSV-AJU-MOTIVO       TO CS-MOTIVO
           WRITE CONS-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC FROM CONS-REC.

       ESCRIBO-AGUINALDO.
           MOVE EMP-NUMERO          TO AG-NUMERO
           MOVE EMP-NOMBRE          TO AG-NOMBRE
           MOVE PARM-UMA  TO WSV-UMA-RAW
           IF WSV-UMA-RAW IS NUMERIC AND WSV-UMA-NUM NOT = ZEROS
              MOVE WSV-UMA-NUM TO WSC-UMA-DIARIA
           END-IF
           IF PARM-NUM-PERIODO NOT = SPACES
           AND PARM-NUM-PERIODO NOT = '00'
              IF PARM-NUM-PERIODO IS NOT NUMERIC
                 DISPLAY 'PAYROL00 QUINCENA INVALIDA: '
                    PARM-NUM-PERIODO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PARM-NUM-PERIODO TO WSV-NUM-PERIODO
              COMPUTE WSV-MES-PERIODO = (WSV-NUM-PERIODO + 1) / 2
              IF WSV-NUM-PERIODO < 01 OR WSV-NUM-PERIODO > 24
              OR WSV-MES-PERIODO NOT = WSV-PERIODO-MM
                 DISPLAY 'PAYROL00 LA QUINCENA ' PARM-NUM-PERIODO
                    ' NO CORRESPONDE AL PERIODO ' PARM-PERIODO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              IF NOT WSV-MODO-NORMAL
                 DISPLAY 'PAYROL00 LA QUINCENA SOLO APLICA A LA '
                    'NOMINA NORMAL, MODO: ' PARM-MODO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM ARMA-PERIODO-QUINCENAL
           END-IF.

      ****** Corrida quincenal: la mitad de los dias habiles, de las
      ****** semanas del tiempo extra y de los importes fijos del mes,
      ****** los dias de la quincena para las incidencias y la tarifa
      ****** de ISR quincenal (la mensual a la mitad; la anual del
      ****** ajuste ya quedo armada con la mensual)
       ARMA-PERIODO-QUINCENAL.
           SET WSV-NOMINA-QUINCENAL TO TRUE
           COMPUTE WSV-QUINCENA =
              WSV-NUM-PERIODO - ((WSV-PERIODO-MM - 1) * 2)
           MOVE 10 TO WSC-DIAS-HABILES
           MOVE 2  TO WSC-SEMANAS-MES
           MOVE 2  TO WSV-DIVISOR-PERIODO
           MOVE 15 TO WSV-DIAS-PERIODO
           IF WSV-QUINCENA = 1
              MOVE 01 TO WSV-DIA-INI-PER
              MOVE 15 TO WSV-DIA-FIN-PER
           ELSE
              MOVE 16 TO WSV-DIA-INI-PER
              MOVE 30 TO WSV-DIA-FIN-PER
           END-IF
           PERFORM VARYING WSV-IDX-ISR FROM 1 BY 1
                     UNTIL WSV-IDX-ISR > 8
              IF WSV-IDX-ISR > 1
                 COMPUTE ISR-LIM-INF (WSV-IDX-ISR) ROUNDED =
                    ISR-LIM-INF (WSV-IDX-ISR) / 2
              END-IF
              COMPUTE ISR-CUOTA-FIJA (WSV-IDX-ISR) ROUNDED =
                 ISR-CUOTA-FIJA (WSV-IDX-ISR) / 2
           END-PERFORM.

      ****** Carga a memoria el maestro de historia de la corrida
      ****** anterior (si el archivo viene vacio, arranca en ceros)
       CARGA-MAESTRO.
           IF WSV-EMP-EN-MAESTRO
              MOVE MAESTRO-ENT (WSV-KDX-EMP) TO WSV-REG-MAESTRO
              IF MAST-ANIO NOT = WSV-PERIODO-AA
                 INITIALIZE MAST-PERIODOS MAST-YTD MAST-FIS-EJERCICIO
                            MAST-FON-EJERCICIO MAST-BASE-SALARIAL
                            MAST-QUINCENAS
                 MOVE WSV-PERIODO-AA TO MAST-ANIO
              END-IF
           ELSE
              MAST-MES-UUID (WSV-MES-NOM)
           MOVE WSV-IMP-CRED-INF       TO
              MAST-MES-INF (WSV-MES-NOM)
           MOVE WSV-BASE-GRAVABLE      TO
              MAST-MES-GRAVABLE (WSV-MES-NOM)
           MOVE EMP-PAGO-POR-HORA      TO
              MAST-MES-TARIFA (WSV-MES-NOM)
           MOVE EMP-HORAS              TO
              MAST-MES-HORAS (WSV-MES-NOM)
           MOVE BANDERA-FREC-NOM       TO MAST-FRECUENCIA
           IF WSV-NOMINA-QUINCENAL
              PERFORM ACTUALIZA-QUINCENA
           END-IF
           MOVE WSV-CREDITO-EMP        TO MAST-NUM-CREDITO
           MOVE WSV-VAC-LIBRO          TO MAST-VACACIONES
           SUBTRACT WSV-IMP-AJU-COBRO FROM MAST-AJU-PENDIENTE
           ADD WSV-IMP-FON-APORTA  TO MAST-FON-APORTA-YTD
           ADD WSV-IMP-FON-EMPRESA TO MAST-FON-EMPRESA-YTD
           ADD WSV-IMP-FON-ABONO   TO MAST-FON-ABONO-YTD
           PERFORM ACUMULA-YTD-MAESTRO
           MOVE WSV-REG-MAESTRO TO MAESTRO-ENT (WSV-KDX-EMP).

      ****** Guarda la quincena en su cubeta y deja en el mes la suma
      ****** de sus dos quincenas (la otra puede venir en ceros si aun
      ****** no se corre); volver a correr una quincena la reemplaza
       ACTUALIZA-QUINCENA.
           MOVE WSV-NUM-PERIODO        TO WSV-QNA-NOM
           MOVE WSV-SAL-MES-BRUT       TO MAST-QNA-BRUTO (WSV-QNA-NOM)
           MOVE WSV-IMP-ISR            TO MAST-QNA-ISR   (WSV-QNA-NOM)
           MOVE WSV-IMP-IMSS-RET       TO MAST-QNA-RET   (WSV-QNA-NOM)
           MOVE WSV-IMP-IMSS-VIV       TO MAST-QNA-VIV   (WSV-QNA-NOM)
           MOVE WSV-SAL-MENSUAL-NETO   TO MAST-QNA-NETO  (WSV-QNA-NOM)
           MOVE WSV-DIAS-PAGADOS       TO
              MAST-QNA-DIAS-PAG (WSV-QNA-NOM)
           MOVE WSV-DIAS-INCAP         TO
              MAST-QNA-DIAS-INC (WSV-QNA-NOM)
           MOVE SPACES                 TO
              MAST-QNA-UUID (WSV-QNA-NOM)
           MOVE WSV-IMP-CRED-INF       TO
              MAST-QNA-INF (WSV-QNA-NOM)
           MOVE WSV-BASE-GRAVABLE      TO
              MAST-QNA-GRAVABLE (WSV-QNA-NOM)
           COMPUTE WSV-QNA-PRIMERA = ((WSV-MES-NOM - 1) * 2) + 1
           COMPUTE MAST-MES-BRUTO (WSV-MES-NOM) =
              MAST-QNA-BRUTO (WSV-QNA-PRIMERA)
              + MAST-QNA-BRUTO (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-ISR (WSV-MES-NOM) =
              MAST-QNA-ISR (WSV-QNA-PRIMERA)
              + MAST-QNA-ISR (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-RET (WSV-MES-NOM) =
              MAST-QNA-RET (WSV-QNA-PRIMERA)
              + MAST-QNA-RET (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-VIV (WSV-MES-NOM) =
              MAST-QNA-VIV (WSV-QNA-PRIMERA)
              + MAST-QNA-VIV (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-NETO (WSV-MES-NOM) =
              MAST-QNA-NETO (WSV-QNA-PRIMERA)
              + MAST-QNA-NETO (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-DIAS-PAG (WSV-MES-NOM) =
              MAST-QNA-DIAS-PAG (WSV-QNA-PRIMERA)
              + MAST-QNA-DIAS-PAG (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-DIAS-INC (WSV-MES-NOM) =
              MAST-QNA-DIAS-INC (WSV-QNA-PRIMERA)
              + MAST-QNA-DIAS-INC (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-INF (WSV-MES-NOM) =
              MAST-QNA-INF (WSV-QNA-PRIMERA)
              + MAST-QNA-INF (WSV-QNA-PRIMERA + 1)
           COMPUTE MAST-MES-GRAVABLE (WSV-MES-NOM) =
              MAST-QNA-GRAVABLE (WSV-QNA-PRIMERA)
              + MAST-QNA-GRAVABLE (WSV-QNA-PRIMERA + 1).

      ****** Recalcula los acumulados del anio con los doce meses
       ACUMULA-YTD-MAESTRO.
           INITIALIZE MAST-YTD
           PERFORM VARYING WSV-MES-NOM FROM 1 BY 1
                     UNTIL WSV-MES-NOM > 12
              ADD MAST-MES-VIV   (WSV-MES-NOM) TO MAST-YTD-VIV
              ADD MAST-MES-NETO  (WSV-MES-NOM) TO MAST-YTD-NETO
              ADD MAST-MES-INF   (WSV-MES-NOM) TO MAST-YTD-INF
           END-PERFORM.

      ****** Carga y acumula las incidencias del periodo por
      ****** empleado; un tipo desconocido o dias en cero se van al
                 OR INC-DIAS IS NOT NUMERIC
                 OR INC-DIAS = ZEROS
                 OR INC-NUMERO IS NOT NUMERIC
                 OR (WSV-NOMINA-QUINCENAL
                     AND INC-FECHA-INI IS NOT NUMERIC)
                    ADD 1 TO WSV-INCI-RECHAZADAS
                    MOVE SPACES TO REJ-REC
                    MOVE 'INCIDENCIA INVALIDA (TIPO, DIAS O FECHA)' TO
                       RJ-MOTIVO
                    MOVE 'INCIDENCIA' TO RJ-NOMBRE
                    WRITE REJ-REC
                    DISPLAY 'PAYROL00 INCIDENCIA INVALIDA, '
                       'EMPLEADO: ' INC-NUMERO ' TIPO: ' INC-TIPO
                 ELSE
                    MOVE INC-DIAS TO WSV-INC-DIAS-PER
                    IF WSV-NOMINA-QUINCENAL
                       PERFORM RECORTA-INCIDENCIA
                    END-IF
                    IF WSV-INC-DIAS-PER = ZEROS
                       ADD 1 TO WSV-INCI-FUERA
                    ELSE
                       PERFORM ACUMULA-INCIDENCIA
                    END-IF
                 END-IF
           END-READ.

      ****** En la quincenal solo cuentan los dias de la incidencia
      ****** que caen dentro de la quincena (dias 1 a 15 o 16 a 30 del
      ****** mes; el 31 cuenta como 30)
       RECORTA-INCIDENCIA.
           MOVE INC-FECHA-INI TO WSV-INC-FECHA
           IF WSV-INC-FEC-DD > 30
              MOVE 30 TO WSV-INC-FEC-DD
           END-IF
           COMPUTE WSV-INC-DIA-INI = (WSV-INC-FEC-AA * 360)
              + ((WSV-INC-FEC-MM - 1) * 30) + WSV-INC-FEC-DD
           COMPUTE WSV-INC-DIA-FIN = WSV-INC-DIA-INI + INC-DIAS - 1
           COMPUTE WSV-PER-DIA-INI = (WSV-PERIODO-AA * 360)
              + ((WSV-PERIODO-MM - 1) * 30) + WSV-DIA-INI-PER
           COMPUTE WSV-PER-DIA-FIN = (WSV-PERIODO-AA * 360)
              + ((WSV-PERIODO-MM - 1) * 30) + WSV-DIA-FIN-PER
           IF WSV-INC-DIA-INI < WSV-PER-DIA-INI
              MOVE WSV-PER-DIA-INI TO WSV-INC-DIA-INI
           END-IF
           IF WSV-INC-DIA-FIN > WSV-PER-DIA-FIN
              MOVE WSV-PER-DIA-FIN TO WSV-INC-DIA-FIN
           END-IF
           IF WSV-INC-DIA-FIN < WSV-INC-DIA-INI
              MOVE ZEROS TO WSV-INC-DIAS-PER
           ELSE
              COMPUTE WSV-INC-DIAS-PER =
                 WSV-INC-DIA-FIN - WSV-INC-DIA-INI + 1
           END-IF.

       ACUMULA-INCIDENCIA.
           SET WSV-INCI-NO-HALLADA TO TRUE
           PERFORM BUSCA-INCIDENCIA
           END-IF
           EVALUATE TRUE
              WHEN INC-ES-FALTA
                 ADD WSV-INC-DIAS-PER TO INCI-DIAS-FALTA (WSV-KDX-INC)
              WHEN INC-ES-INCAPACIDAD
                 ADD WSV-INC-DIAS-PER TO INCI-DIAS-INCAP (WSV-KDX-INC)
              WHEN OTHER
                 ADD WSV-INC-DIAS-PER TO INCI-DIAS-VACA  (WSV-KDX-INC)
           END-EVALUATE.

      ****** Carga el detalle de PTU a pagar en esta nomina (DD
                 END-IF
           END-READ.

      ****** Carga las ordenes de pension alimenticia (DD DUMMY
      ****** cuando no hay); una orden invalida no se aplica y se
      ****** avisa a juridico en su reporte
       CARGA-PENSIONES.
           OPEN OUTPUT LEGAL-FILE
           OPEN INPUT PENS-FILE
           SET NO-FIN-PEN TO TRUE
           PERFORM LEE-PENSION UNTIL FIN-PEN
           CLOSE PENS-FILE.

       LEE-PENSION.
           READ PENS-FILE
              AT END
                 SET FIN-PEN TO TRUE
              NOT AT END
                 IF PENS-REC (1:7) < WSV-PEN-LLAVE-ANT
                    DISPLAY 'PAYROL00 ORDENES DE PENSION FUERA DE '
                       'SECUENCIA, EMPLEADO: ' PN-NUMERO
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE PENS-REC (1:7) TO WSV-PEN-LLAVE-ANT
                 IF (PN-BASE-NETO OR PN-BASE-BRUTO OR PN-BASE-FIJO)
                 AND PN-VALOR IS NUMERIC
                 AND PN-VALOR NOT = ZEROS
                 AND (PN-BASE-FIJO OR PN-VALOR NOT > 100)
                 AND PN-CLABE IS NUMERIC
                 AND PN-CLABE NOT = ZEROS
                    IF WSV-NUM-PEN < WSC-MAX-PEN
                       ADD 1 TO WSV-NUM-PEN
                       INITIALIZE PEN-ENT (WSV-NUM-PEN)
                       MOVE PN-NUMERO       TO
                          PEN-NUMERO (WSV-NUM-PEN)
                       MOVE PN-PRIORIDAD    TO
                          PEN-PRIORIDAD (WSV-NUM-PEN)
                       MOVE PN-EXPEDIENTE   TO
                          PEN-EXPEDIENTE (WSV-NUM-PEN)
                       MOVE PN-BENEFICIARIO TO
                          PEN-BENEFICIARIO (WSV-NUM-PEN)
                       MOVE PN-CLABE        TO
                          PEN-CLABE (WSV-NUM-PEN)
                       MOVE PN-BASE         TO
                          PEN-BASE (WSV-NUM-PEN)
                       MOVE PN-VALOR        TO
                          PEN-VALOR (WSV-NUM-PEN)
                       MOVE 'SIN NOMINA DEL EMPLEADO' TO
                          PEN-SITUACION (WSV-NUM-PEN)
                    ELSE
                       DISPLAY 'PAYROL00 ORDENES DE PENSION EXCEDEN '
                          'LA TABLA'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                 ELSE
                    ADD 1 TO WSV-PEN-INVALIDAS
                    DISPLAY 'PAYROL00 ORDEN DE PENSION INVALIDA, '
                       'EMPLEADO: ' PN-NUMERO
                    MOVE SPACES          TO LEGAL-REC
                    MOVE PN-EXPEDIENTE   TO LG-EXPEDIENTE
                    MOVE PN-NUMERO       TO LG-NUMERO
                    MOVE PN-PRIORIDAD    TO LG-PRIORIDAD
                    MOVE PN-BENEFICIARIO TO LG-BENEFICIARIO
                    MOVE PN-BASE         TO LG-BASE
                    MOVE ZEROS           TO LG-VALOR LG-CALCULADO
                                            LG-RETENIDO LG-PAGADO
                    MOVE 'ORDEN INVALIDA, NO APLICADA' TO
                       LG-SITUACION
                    WRITE LEGAL-REC
                 END-IF
           END-READ.

      ****** Aplica las ordenes del empleado en proceso en orden de
      ****** prelacion: cada una segun su base, topada a lo que quede
      ****** por encima del neto minimo despues de las anteriores
       OBTIENE-PENSIONES.
           MOVE ZEROS TO WSV-IMP-PENSION
           COMPUTE WSV-NETO-MINIMO =
              WSC-SAL-MINIMO-DIARIO * WSV-DIAS-PERIODO
           COMPUTE WSV-PEN-NETO-LEGAL =
              WSV-SAL-MES-BRUT - WSV-IMP-ISR
              - WSV-IMP-IMSS-RET - WSV-IMP-IMSS-VIV
              - WSV-IMP-AJU-COBRO
           IF WSV-PEN-NETO-LEGAL < ZEROS
              MOVE ZEROS TO WSV-PEN-NETO-LEGAL
           END-IF
           COMPUTE WSV-PEN-DISPONIBLE =
              WSV-PEN-NETO-LEGAL - WSV-NETO-MINIMO
           IF WSV-PEN-DISPONIBLE < ZEROS
              MOVE ZEROS TO WSV-PEN-DISPONIBLE
           END-IF
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                     UNTIL WSV-IDX-PEN > WSV-NUM-PEN
              IF PEN-NUMERO (WSV-IDX-PEN) = EMP-NUMERO
                 PERFORM APLICA-PENSION
              END-IF
           END-PERFORM.

       APLICA-PENSION.
           EVALUATE PEN-BASE (WSV-IDX-PEN)
              WHEN 'N'
                 COMPUTE PEN-CALCULADO (WSV-IDX-PEN) ROUNDED =
                    WSV-PEN-NETO-LEGAL *
                    PEN-VALOR (WSV-IDX-PEN) / 100
              WHEN 'B'
                 COMPUTE PEN-CALCULADO (WSV-IDX-PEN) ROUNDED =
                    WSV-SAL-MES-BRUT *
                    PEN-VALOR (WSV-IDX-PEN) / 100
              WHEN OTHER
                 COMPUTE PEN-CALCULADO (WSV-IDX-PEN) ROUNDED =
                    PEN-VALOR (WSV-IDX-PEN) / WSV-DIVISOR-PERIODO
           END-EVALUATE
           IF PEN-CALCULADO (WSV-IDX-PEN) > WSV-PEN-DISPONIBLE
              MOVE WSV-PEN-DISPONIBLE TO PEN-RETENIDO (WSV-IDX-PEN)
              MOVE 'TOPADA AL NETO MINIMO LEGAL' TO
                 PEN-SITUACION (WSV-IDX-PEN)
           ELSE
              MOVE PEN-CALCULADO (WSV-IDX-PEN) TO
                 PEN-RETENIDO (WSV-IDX-PEN)
              MOVE 'APLICADA' TO PEN-SITUACION (WSV-IDX-PEN)
           END-IF
           SUBTRACT PEN-RETENIDO (WSV-IDX-PEN) FROM WSV-PEN-DISPONIBLE
           ADD PEN-RETENIDO (WSV-IDX-PEN) TO WSV-IMP-PENSION.

      ****** Reporte a juridico: un renglon por orden vigente con lo
      ****** calculado, retenido y pagado en el periodo
       REPORTA-PENSIONES.
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                     UNTIL WSV-IDX-PEN > WSV-NUM-PEN
              MOVE SPACES TO LEGAL-REC
              MOVE PEN-EXPEDIENTE   (WSV-IDX-PEN) TO LG-EXPEDIENTE
              MOVE PEN-NUMERO       (WSV-IDX-PEN) TO LG-NUMERO
              MOVE PEN-PRIORIDAD    (WSV-IDX-PEN) TO LG-PRIORIDAD
              MOVE PEN-BENEFICIARIO (WSV-IDX-PEN) TO LG-BENEFICIARIO
              MOVE PEN-BASE         (WSV-IDX-PEN) TO LG-BASE
              MOVE PEN-VALOR        (WSV-IDX-PEN) TO LG-VALOR
              MOVE PEN-CALCULADO    (WSV-IDX-PEN) TO LG-CALCULADO
              MOVE PEN-RETENIDO     (WSV-IDX-PEN) TO LG-RETENIDO
              MOVE PEN-PAGADO       (WSV-IDX-PEN) TO LG-PAGADO
              MOVE PEN-SITUACION    (WSV-IDX-PEN) TO LG-SITUACION
              WRITE LEGAL-REC
           END-PERFORM.

      ****** Carga las elecciones de donativo a la Fundacion (DD
      ****** DUMMY cuando no hay); una eleccion invalida no se aplica
      ****** y se avisa. Arma tambien las fechas del periodo de pago
      ****** para la vigencia y la fecha del donativo en el barrido
       CARGA-DONATIVOS.
           OPEN INPUT DONA-FILE
           SET NO-FIN-DON TO TRUE
           PERFORM LEE-DONATIVO UNTIL FIN-DON
           CLOSE DONA-FILE
           COMPUTE WSV-DON-INI-PER =
              (WSV-PERIODO-AA * 10000) + (WSV-PERIODO-MM * 100)
              + WSV-DIA-INI-PER
      *El ultimo dia real del mes (el comercial es 30)
           EVALUATE WSV-PERIODO-MM
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WSV-DON-ULT-DIA
              WHEN 02
                 DIVIDE WSV-PERIODO-AA BY 4 GIVING WSV-DON-COCIENTE
                    REMAINDER WSV-DON-RESTO
                 IF WSV-DON-RESTO = ZEROS
                    MOVE 29 TO WSV-DON-ULT-DIA
                 ELSE
                    MOVE 28 TO WSV-DON-ULT-DIA
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WSV-DON-ULT-DIA
           END-EVALUATE
           IF WSV-NOMINA-QUINCENAL AND WSV-QUINCENA = 1
              MOVE WSV-DIA-FIN-PER TO WSV-DON-ULT-DIA
           END-IF
           COMPUTE WSV-DON-FIN-PER =
              (WSV-PERIODO-AA * 10000) + (WSV-PERIODO-MM * 100)
              + WSV-DON-ULT-DIA
           MOVE WSV-DON-FIN-PER (1:4) TO WSV-DON-FECHA (1:4)
           MOVE '-'                   TO WSV-DON-FECHA (5:1)
           MOVE WSV-DON-FIN-PER (5:2) TO WSV-DON-FECHA (6:2)
           MOVE '-'                   TO WSV-DON-FECHA (8:1)
           MOVE WSV-DON-FIN-PER (7:2) TO WSV-DON-FECHA (9:2).

       LEE-DONATIVO.
           READ DONA-FILE
              AT END
                 SET FIN-DON TO TRUE
              NOT AT END
                 IF DE-NUMERO IS NUMERIC
                 AND DE-IMPORTE IS NUMERIC AND DE-IMPORTE NOT = ZEROS
                 AND DE-FEC-INI IS NUMERIC AND DE-FEC-INI NOT = ZEROS
                 AND DE-FEC-FIN IS NUMERIC
                 AND (DE-FEC-FIN = ZEROS OR DE-FEC-FIN NOT < DE-FEC-INI)
                 AND (DE-IEMPR = 'CBP' OR DE-IEMPR = 'BCM')
                 AND DE-ICUENTA IS NUMERIC AND DE-ICUENTA NOT = ZEROS
                    IF WSV-NUM-DON NOT < WSC-MAX-DON
                       DISPLAY 'PAYROL00 ELECCIONES DE DONATIVO '
                          'EXCEDEN LA TABLA DE ' WSC-MAX-DON
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WSV-NUM-DON
                    MOVE DE-NUMERO  TO DON-NUMERO  (WSV-NUM-DON)
                    MOVE DE-IMPORTE TO DON-IMPORTE (WSV-NUM-DON)
                    MOVE DE-FEC-INI TO DON-FEC-INI (WSV-NUM-DON)
                    MOVE DE-FEC-FIN TO DON-FEC-FIN (WSV-NUM-DON)
                    MOVE DE-IEMPR   TO DON-IEMPR   (WSV-NUM-DON)
                    MOVE DE-ICUENTA TO DON-ICUENTA (WSV-NUM-DON)
                    MOVE DE-IRFC    TO DON-IRFC    (WSV-NUM-DON)
                    MOVE 'N'        TO DON-APLICA  (WSV-NUM-DON)
                 ELSE
                    ADD 1 TO WSV-DON-INVALIDOS
                    DISPLAY 'PAYROL00 ELECCION DE DONATIVO INVALIDA: '
                       DONA-REC (1:53)
                 END-IF
           END-READ.

      ****** Donativos vigentes del empleado en el periodo: cada
      ****** eleccion se descuenta completa si el neto que queda
      ****** despues de los demas descuentos la cubre; si no, ese
      ****** periodo no se descuenta (no hay donativos parciales)
       OBTIENE-DONATIVO.
           MOVE ZEROS TO WSV-IMP-DONATIVO
           COMPUTE WSV-DON-DISPONIBLE =
              WSV-SAL-MES-BRUT - WSV-IMP-ISR
              - WSV-IMP-IMSS-RET - WSV-IMP-IMSS-VIV
              - WSV-IMP-AJU-COBRO - WSV-IMP-PENSION
              - WSV-IMP-CRED-INF
              - WSV-IMP-FON-APORTA - WSV-IMP-FON-ABONO
           PERFORM VARYING WSV-IDX-DON FROM 1 BY 1
                     UNTIL WSV-IDX-DON > WSV-NUM-DON
              MOVE 'N' TO DON-APLICA (WSV-IDX-DON)
              IF DON-NUMERO (WSV-IDX-DON) = EMP-NUMERO
              AND DON-FEC-INI (WSV-IDX-DON) NOT > WSV-DON-FIN-PER
              AND (DON-FEC-FIN (WSV-IDX-DON) = ZEROS
                   OR DON-FEC-FIN (WSV-IDX-DON) NOT < WSV-DON-INI-PER)
                 IF DON-IMPORTE (WSV-IDX-DON) > WSV-DON-DISPONIBLE
                    ADD 1 TO WSV-DON-NO-ALCANZA
                    DISPLAY 'PAYROL00 DONATIVO NO DESCONTADO, NETO '
                       'INSUFICIENTE, EMPLEADO: ' EMP-NUMERO
                 ELSE
                    MOVE 'S' TO DON-APLICA (WSV-IDX-DON)
                    ADD DON-IMPORTE (WSV-IDX-DON) TO WSV-IMP-DONATIVO
                    SUBTRACT DON-IMPORTE (WSV-IDX-DON) FROM
                       WSV-DON-DISPONIBLE
                 END-IF
              END-IF
           END-PERFORM.

      ****** Un renglon de captura para el barrido por cada donativo
      ****** descontado al empleado
       ESCRIBO-DONATIVOS.
           IF WSV-IMP-DONATIVO NOT = ZEROS
              PERFORM VARYING WSV-IDX-DON FROM 1 BY 1
                        UNTIL WSV-IDX-DON > WSV-NUM-DON
                 IF DON-APLICA (WSV-IDX-DON) = 'S'
                    MOVE SPACES                    TO DNOM-REC
                    MOVE DON-IEMPR   (WSV-IDX-DON) TO DN-IEMPR
                    MOVE DON-ICUENTA (WSV-IDX-DON) TO DN-ICUENTA
                    MOVE DON-IRFC    (WSV-IDX-DON) TO DN-IRFC
                    MOVE DON-IMPORTE (WSV-IDX-DON) TO DN-MONTO
                    MOVE WSV-DON-FECHA             TO DN-FECHA
                    MOVE ZEROS                     TO DN-IPROM
                    MOVE 'N'                       TO DN-ORIGEN
                    MOVE EMP-NUMERO                TO DN-REF-NUMERO
                    MOVE WSV-PERIODO-NOM           TO DN-REF-PERIODO
                    WRITE DNOM-REC
                    ADD 1 TO WSV-DON-APLICADOS
                    ADD DON-IMPORTE (WSV-IDX-DON) TO
                       WSV-DON-TOT-APLICADO
                 END-IF
              END-PERFORM
           END-IF.

      ****** Carga el libro del fondo de ahorro y le aplica los
      ****** movimientos de recursos humanos del periodo
       CARGA-FONDO.
           OPEN INPUT  FOND-IN
           SET NO-FIN-FON TO TRUE
           PERFORM UNTIL FIN-FON
              READ FOND-IN
                 AT END
                    SET FIN-FON TO TRUE
                 NOT AT END
                    IF WSV-NUM-FONDO NOT < WSC-MAX-FONDO
                       DISPLAY 'PAYROL00 LIBRO DEL FONDO EXCEDE LA '
                          'TABLA'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WSV-NUM-FONDO
                    INITIALIZE FONDO-ENT (WSV-NUM-FONDO)
                    MOVE FOND-REC-IN TO FONDO-REG (WSV-NUM-FONDO)
              END-READ
           END-PERFORM
           CLOSE FOND-IN
           OPEN INPUT FMOV-FILE
           SET NO-FIN-FON TO TRUE
           PERFORM LEE-MOV-FONDO UNTIL FIN-FON
           CLOSE FMOV-FILE
           PERFORM VARYING WSV-IDX-FON FROM 1 BY 1
                     UNTIL WSV-IDX-FON > WSV-NUM-FONDO
              MOVE FONDO-REG (WSV-IDX-FON) TO WSV-REG-FONDO
              COMPUTE FONDO-SALDO-INI (WSV-IDX-FON) =
                 FON-SALDO-EMP + FON-SALDO-EMPRESA
           END-PERFORM.

       LEE-MOV-FONDO.
           READ FMOV-FILE
              AT END
                 SET FIN-FON TO TRUE
              NOT AT END
                 PERFORM APLICA-MOV-FONDO
           END-READ.

      ****** Un alta crea el renglon del empleado (o le cambia los
      ****** porcentajes); un prestamo ocupa un lugar libre y no puede
      ****** rebasar, con lo que ya debe, el saldo acumulado del fondo
       APLICA-MOV-FONDO.
           MOVE FM-NUMERO TO EMP-NUMERO
           SET WSV-FON-NO-HALLADO TO TRUE
           PERFORM BUSCA-FONDO
              VARYING WSV-IDX-FON FROM 1 BY 1
                UNTIL WSV-IDX-FON > WSV-NUM-FONDO
                   OR WSV-FON-HALLADO
           EVALUATE TRUE
              WHEN FM-ALTA
                 IF FM-PORC-APORTA IS NOT NUMERIC
                 OR FM-PORC-EMPRESA IS NOT NUMERIC
                 OR FM-PORC-APORTA = ZEROS
                 OR FM-PORC-APORTA > WSC-TOPE-FONDO
                    PERFORM RECHAZA-MOV-FONDO
                 ELSE
                    IF WSV-FON-HALLADO
                       MOVE FONDO-REG (WSV-KDX-FON) TO WSV-REG-FONDO
                    ELSE
                       IF WSV-NUM-FONDO NOT < WSC-MAX-FONDO
                          DISPLAY 'PAYROL00 LIBRO DEL FONDO EXCEDE '
                             'LA TABLA'
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WSV-NUM-FONDO
                       MOVE WSV-NUM-FONDO TO WSV-KDX-FON
                       INITIALIZE FONDO-ENT (WSV-KDX-FON)
                       INITIALIZE WSV-REG-FONDO
                       MOVE FM-NUMERO      TO FON-NUMERO
                       MOVE WSV-PERIODO-AA TO FON-ANIO
                    END-IF
                    SET FON-ACTIVO TO TRUE
                    MOVE FM-PORC-APORTA  TO FON-PORC-APORTA
                    MOVE FM-PORC-EMPRESA TO FON-PORC-EMPRESA
                    MOVE WSV-REG-FONDO TO FONDO-REG (WSV-KDX-FON)
                 END-IF
              WHEN FM-SUSPENSION AND WSV-FON-HALLADO
                 MOVE FONDO-REG (WSV-KDX-FON) TO WSV-REG-FONDO
                 SET FON-SUSPENDIDO TO TRUE
                 MOVE WSV-REG-FONDO TO FONDO-REG (WSV-KDX-FON)
              WHEN FM-PRESTAMO AND WSV-FON-HALLADO
                 PERFORM ALTA-PRESTAMO-FONDO
              WHEN OTHER
                 PERFORM RECHAZA-MOV-FONDO
           END-EVALUATE.

       ALTA-PRESTAMO-FONDO.
           MOVE FONDO-REG (WSV-KDX-FON) TO WSV-REG-FONDO
           MOVE ZEROS TO WSV-FON-ADEUDO
           MOVE ZEROS TO WSV-IDX-PRE
           PERFORM VARYING WSV-IDX-FON FROM 1 BY 1
                     UNTIL WSV-IDX-FON > 3
              ADD FON-PRE-SALDO (WSV-IDX-FON) TO WSV-FON-ADEUDO
              IF FON-PRE-SALDO (WSV-IDX-FON) = ZEROS
              AND WSV-IDX-PRE = ZEROS
                 MOVE WSV-IDX-FON TO WSV-IDX-PRE
              END-IF
           END-PERFORM
           IF FM-IMPORTE IS NOT NUMERIC OR FM-IMPORTE = ZEROS
           OR FM-PLAZO IS NOT NUMERIC OR FM-PLAZO = ZEROS
           OR WSV-IDX-PRE = ZEROS
           OR WSV-FON-ADEUDO + FM-IMPORTE >
              FON-SALDO-EMP + FON-SALDO-EMPRESA
              PERFORM RECHAZA-MOV-FONDO
           ELSE
              MOVE FM-FOLIO   TO FON-PRE-FOLIO   (WSV-IDX-PRE)
              MOVE FM-IMPORTE TO FON-PRE-IMPORTE (WSV-IDX-PRE)
              MOVE FM-PLAZO   TO FON-PRE-PLAZO   (WSV-IDX-PRE)
              COMPUTE FON-PRE-ABONO (WSV-IDX-PRE) ROUNDED =
                 FM-IMPORTE / FM-PLAZO
              MOVE FM-IMPORTE TO FON-PRE-SALDO   (WSV-IDX-PRE)
              MOVE ZEROS      TO FON-PRE-PAGOS   (WSV-IDX-PRE)
              MOVE WSV-REG-FONDO TO FONDO-REG (WSV-KDX-FON)
           END-IF.

       RECHAZA-MOV-FONDO.
           ADD 1 TO WSV-FON-MOV-INVALIDOS
           DISPLAY 'PAYROL00 MOVIMIENTO DE FONDO INVALIDO, TIPO: '
              FM-TIPO ' EMPLEADO: ' FM-NUMERO.

       BUSCA-FONDO.
           IF FONDO-REG (WSV-IDX-FON) (1:5) = EMP-NUMERO
              SET WSV-FON-HALLADO TO TRUE
              MOVE WSV-IDX-FON TO WSV-KDX-FON
           END-IF.

      ****** Descuentos del fondo para el empleado en proceso: primero
      ****** el abono de cada prestamo vigente y despues la aportacion
      ****** sobre el sueldo ordinario, topados al neto disponible; la
      ****** empresa aporta su porcentaje sobre lo que si se retuvo
       OBTIENE-FONDO-AHORRO.
           MOVE ZEROS TO WSV-IMP-FON-APORTA WSV-IMP-FON-EMPRESA
                         WSV-IMP-FON-ABONO
           MOVE ZEROS TO WSV-FON-COBRO (1) WSV-FON-COBRO (2)
                         WSV-FON-COBRO (3)
           SET WSV-FON-NO-HALLADO TO TRUE
           PERFORM BUSCA-FONDO
              VARYING WSV-IDX-FON FROM 1 BY 1
                UNTIL WSV-IDX-FON > WSV-NUM-FONDO
                   OR WSV-FON-HALLADO
           IF WSV-FON-HALLADO
              MOVE FONDO-REG (WSV-KDX-FON) TO WSV-REG-FONDO
              COMPUTE WSV-FON-DISPONIBLE =
                 WSV-SAL-MES-BRUT - WSV-IMP-ISR
                 - WSV-IMP-IMSS-RET - WSV-IMP-IMSS-VIV
                 - WSV-IMP-AJU-COBRO - WSV-IMP-PENSION
                 - WSV-IMP-CRED-INF
              IF WSV-FON-DISPONIBLE < ZEROS
                 MOVE ZEROS TO WSV-FON-DISPONIBLE
              END-IF
              PERFORM VARYING WSV-IDX-PRE FROM 1 BY 1
                        UNTIL WSV-IDX-PRE > 3
                 IF FON-PRE-SALDO (WSV-IDX-PRE) NOT = ZEROS
                    COMPUTE WSV-FON-COBRO (WSV-IDX-PRE) ROUNDED =
                       FON-PRE-ABONO (WSV-IDX-PRE) / WSV-DIVISOR-PERIODO
                    IF WSV-FON-COBRO (WSV-IDX-PRE) >
                       FON-PRE-SALDO (WSV-IDX-PRE)
                       MOVE FON-PRE-SALDO (WSV-IDX-PRE) TO
                          WSV-FON-COBRO (WSV-IDX-PRE)
                    END-IF
                    IF WSV-FON-COBRO (WSV-IDX-PRE) >
                       WSV-FON-DISPONIBLE
                       MOVE WSV-FON-DISPONIBLE TO
                          WSV-FON-COBRO (WSV-IDX-PRE)
                    END-IF
                    SUBTRACT WSV-FON-COBRO (WSV-IDX-PRE) FROM
                       WSV-FON-DISPONIBLE
                    ADD WSV-FON-COBRO (WSV-IDX-PRE) TO
                       WSV-IMP-FON-ABONO
                 END-IF
              END-PERFORM
              IF FON-ACTIVO
                 COMPUTE WSV-IMP-FON-APORTA ROUNDED =
                    WSV-SAL-MES-ORD * FON-PORC-APORTA / 100
                 IF WSV-IMP-FON-APORTA > WSV-FON-DISPONIBLE
                    MOVE WSV-FON-DISPONIBLE TO WSV-IMP-FON-APORTA
                 END-IF
                 COMPUTE WSV-IMP-FON-EMPRESA ROUNDED =
                    WSV-IMP-FON-APORTA * FON-PORC-EMPRESA / 100
              END-IF
           END-IF.

      ****** Registra en el libro lo retenido al empleado y lo que
      ****** aporta la empresa (reinicia los acumulados del ejercicio
      ****** cuando cambia el anio)
       ACTUALIZA-FONDO.
           IF WSV-FON-HALLADO
              MOVE FONDO-REG (WSV-KDX-FON) TO WSV-REG-FONDO
              IF FON-ANIO NOT = WSV-PERIODO-AA
                 MOVE ZEROS TO FON-ANIO-APORTA FON-ANIO-EMPRESA
                               FON-ANIO-ABONOS
                 MOVE WSV-PERIODO-AA TO FON-ANIO
              END-IF
              ADD WSV-IMP-FON-APORTA  TO FON-SALDO-EMP
                                         FON-ANIO-APORTA
              ADD WSV-IMP-FON-EMPRESA TO FON-SALDO-EMPRESA
                                         FON-ANIO-EMPRESA
              ADD WSV-IMP-FON-ABONO   TO FON-ANIO-ABONOS
              PERFORM VARYING WSV-IDX-PRE FROM 1 BY 1
                        UNTIL WSV-IDX-PRE > 3
                 IF WSV-FON-COBRO (WSV-IDX-PRE) NOT = ZEROS
                    SUBTRACT WSV-FON-COBRO (WSV-IDX-PRE) FROM
                       FON-PRE-SALDO (WSV-IDX-PRE)
                    ADD 1 TO FON-PRE-PAGOS (WSV-IDX-PRE)
                 END-IF
              END-PERFORM
              MOVE WSV-REG-FONDO TO FONDO-REG (WSV-KDX-FON)
              ADD WSV-IMP-FON-APORTA  TO FONDO-PER-APORTA (WSV-KDX-FON)
              ADD WSV-IMP-FON-EMPRESA TO
                 FONDO-PER-EMPRESA (WSV-KDX-FON)
              ADD WSV-IMP-FON-ABONO   TO FONDO-PER-ABONO (WSV-KDX-FON)
           END-IF.

      ****** Graba el libro actualizado y el estado de cuenta de cada
      ****** empleado del fondo
       ESCRIBE-FONDO.
           OPEN OUTPUT FOND-OUT
           OPEN OUTPUT FEDO-FILE
           PERFORM VARYING WSV-IDX-FON FROM 1 BY 1
                     UNTIL WSV-IDX-FON > WSV-NUM-FONDO
              MOVE FONDO-REG (WSV-IDX-FON) TO WSV-REG-FONDO
              MOVE WSV-REG-FONDO TO FOND-REC-OUT
              WRITE FOND-REC-OUT
              MOVE ZEROS TO WSV-FON-ADEUDO
              PERFORM VARYING WSV-IDX-PRE FROM 1 BY 1
                        UNTIL WSV-IDX-PRE > 3
                 ADD FON-PRE-SALDO (WSV-IDX-PRE) TO WSV-FON-ADEUDO
              END-PERFORM
              MOVE SPACES TO FEDO-REC
              MOVE FON-NUMERO                      TO ED-NUMERO
              MOVE WSV-PERIODO-AA                  TO ED-PERIODO (1:4)
              MOVE WSV-PERIODO-MM                  TO ED-PERIODO (5:2)
              MOVE FON-ESTATUS                     TO ED-ESTATUS
              MOVE FONDO-SALDO-INI   (WSV-IDX-FON) TO ED-SALDO-INI
              MOVE FONDO-PER-APORTA  (WSV-IDX-FON) TO ED-APORTA
              MOVE FONDO-PER-EMPRESA (WSV-IDX-FON) TO ED-EMPRESA
              MOVE FONDO-PER-LIQUIDA (WSV-IDX-FON) TO ED-LIQUIDADO
              COMPUTE ED-SALDO-FIN = FON-SALDO-EMP + FON-SALDO-EMPRESA
              MOVE FONDO-PER-ABONO   (WSV-IDX-FON) TO ED-ABONOS
              MOVE WSV-FON-ADEUDO                  TO ED-PRESTAMOS
              WRITE FEDO-REC
           END-PERFORM
           CLOSE FOND-OUT
           CLOSE FEDO-FILE
           DISPLAY 'PAYROL00 FONDO - EMPLEADOS EN EL LIBRO : '
              WSV-NUM-FONDO
           DISPLAY 'PAYROL00 FONDO - MOVIMIENTOS INVALIDOS : '
              WSV-FON-MOV-INVALIDOS.

      ****** Los acumulados del ejercicio del libro deben amarrar con
      ****** los que registro PAYMAST para el mismo anio
       CUADRA-FONDO.
           PERFORM VARYING WSV-IDX-FON FROM 1 BY 1
                     UNTIL WSV-IDX-FON > WSV-NUM-FONDO
              MOVE FONDO-REG (WSV-IDX-FON) TO WSV-REG-FONDO
              IF FON-ANIO = WSV-PERIODO-AA
                 ADD FON-ANIO-APORTA  TO WSV-CUA-LIB-APORTA
                 ADD FON-ANIO-EMPRESA TO WSV-CUA-LIB-EMPRESA
                 ADD FON-ANIO-ABONOS  TO WSV-CUA-LIB-ABONOS
              END-IF
           END-PERFORM
           PERFORM VARYING WSV-IDX-EMP FROM 1 BY 1
                     UNTIL WSV-IDX-EMP > WSV-NUM-EMPLEADOS
              MOVE MAESTRO-ENT (WSV-IDX-EMP) TO WSV-REG-MAESTRO
              IF MAST-ANIO = WSV-PERIODO-AA
                 ADD MAST-FON-APORTA-YTD  TO WSV-CUA-MAS-APORTA
                 ADD MAST-FON-EMPRESA-YTD TO WSV-CUA-MAS-EMPRESA
                 ADD MAST-FON-ABONO-YTD   TO WSV-CUA-MAS-ABONOS
              END-IF
           END-PERFORM
           DISPLAY 'PAYROL00 FONDO - APORTACIONES LIBRO/PAYMAST: '
              WSV-CUA-LIB-APORTA ' / ' WSV-CUA-MAS-APORTA
           DISPLAY 'PAYROL00 FONDO - EMPRESA      LIBRO/PAYMAST: '
              WSV-CUA-LIB-EMPRESA ' / ' WSV-CUA-MAS-EMPRESA
           DISPLAY 'PAYROL00 FONDO - ABONOS       LIBRO/PAYMAST: '
              WSV-CUA-LIB-ABONOS ' / ' WSV-CUA-MAS-ABONOS
           IF WSV-CUA-LIB-APORTA  NOT = WSV-CUA-MAS-APORTA
           OR WSV-CUA-LIB-EMPRESA NOT = WSV-CUA-MAS-EMPRESA
           OR WSV-CUA-LIB-ABONOS  NOT = WSV-CUA-MAS-ABONOS
              DISPLAY 'PAYROL00 *** EL LIBRO DEL FONDO NO AMARRA CON '
                 'PAYMAST ***'
              MOVE 8 TO RETURN-CODE
           END-IF.

      ****** Liquidacion anual del fondo: a cada empleado valido del
      ****** libro se le paga su saldo (el suyo y el de la empresa)
      ****** menos lo que deba de prestamos, que quedan liquidados
      ****** con el mismo saldo; sin CLABE valida no se liquida
       PROCESO-LIQUIDA-FONDO.
           SET NO-FIN-FILE TO TRUE
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-FILE
              PERFORM VALIDA-EMPLEADO
              IF WSV-EMPLEADO-VALIDO
                 PERFORM LIQUIDA-FONDO-EMPLEADO
              ELSE
                 PERFORM ESCRIBO-RECHAZO
              END-IF
              PERFORM LEE-EMPLEADO
           END-PERFORM
           PERFORM CIERRA-DISPERSION
           PERFORM VARYING WSV-IDX-FON FROM 1 BY 1
                     UNTIL WSV-IDX-FON > WSV-NUM-FONDO
              MOVE FONDO-REG (WSV-IDX-FON) TO WSV-REG-FONDO
              IF FON-SALDO-EMP + FON-SALDO-EMPRESA > ZEROS
                 ADD 1 TO WSV-FON-SIN-LIQUIDAR
              END-IF
           END-PERFORM
           DISPLAY 'PAYROL00 FONDO - LIQUIDADOS   : '
              WSV-FON-LIQUIDADOS ' IMPORTE: ' WSV-FON-TOT-LIQUIDADO
           DISPLAY 'PAYROL00 FONDO - SIN LIQUIDAR : '
              WSV-FON-SIN-LIQUIDAR.

       LIQUIDA-FONDO-EMPLEADO.
           SET WSV-FON-NO-HALLADO TO TRUE
           PERFORM BUSCA-FONDO
              VARYING WSV-IDX-FON FROM 1 BY 1
                UNTIL WSV-IDX-FON > WSV-NUM-FONDO
                   OR WSV-FON-HALLADO
           IF WSV-FON-HALLADO
              IF EMP-CLABE IS NOT NUMERIC OR EMP-CLABE = ZEROS
                 MOVE 'CLABE INVALIDA, FONDO NO LIQUIDADO' TO
                    WSV-MOTIVO-RECHAZO
                 PERFORM ESCRIBO-RECHAZO
              ELSE
                 MOVE FONDO-REG (WSV-KDX-FON) TO WSV-REG-FONDO
                 COMPUTE WSV-FON-DISPONIBLE =
                    FON-SALDO-EMP + FON-SALDO-EMPRESA
                 PERFORM VARYING WSV-IDX-PRE FROM 1 BY 1
                           UNTIL WSV-IDX-PRE > 3
                    IF FON-PRE-SALDO (WSV-IDX-PRE) >
                       WSV-FON-DISPONIBLE
                       MOVE WSV-FON-DISPONIBLE TO WSV-FON-APLICA
                    ELSE
                       MOVE FON-PRE-SALDO (WSV-IDX-PRE) TO
                          WSV-FON-APLICA
                    END-IF
                    SUBTRACT WSV-FON-APLICA FROM
                       FON-PRE-SALDO (WSV-IDX-PRE)
                    SUBTRACT WSV-FON-APLICA FROM WSV-FON-DISPONIBLE
                    ADD WSV-FON-APLICA TO
                       FONDO-PER-ABONO (WSV-KDX-FON)
                 END-PERFORM
                 MOVE ZEROS TO FON-SALDO-EMP FON-SALDO-EMPRESA
                 MOVE WSV-REG-FONDO TO FONDO-REG (WSV-KDX-FON)
                 MOVE WSV-FON-DISPONIBLE TO
                    FONDO-PER-LIQUIDA (WSV-KDX-FON)
                 IF WSV-FON-DISPONIBLE > ZEROS
                    MOVE WSV-FON-DISPONIBLE TO WSV-SAL-MENSUAL-NETO
                    PERFORM ESCRIBO-DISPERSION
                    ADD 1 TO WSV-FON-LIQUIDADOS
                    ADD WSV-FON-DISPONIBLE TO WSV-FON-TOT-LIQUIDADO
                 END-IF
              END-IF
           END-IF.

      ****** Carga los aumentos retroactivos; uno sin tarifa o con
      ****** periodo efectivo invalido o posterior al de la corrida no
      ****** se aplica y se avisa
       CARGA-RETROACTIVOS.
           OPEN INPUT RETRO-FILE
           SET NO-FIN-RTR TO TRUE
           PERFORM LEE-RETROACTIVO UNTIL FIN-RTR
           CLOSE RETRO-FILE.

       LEE-RETROACTIVO.
           READ RETRO-FILE
              AT END
                 SET FIN-RTR TO TRUE
              NOT AT END
                 IF RT-TARIFA IS NUMERIC AND RT-TARIFA NOT = ZEROS
                 AND RT-EFECTIVO IS NUMERIC
                 AND RT-EFECTIVO-MM NOT < 01
                 AND RT-EFECTIVO-MM NOT > 12
                 AND RT-EFECTIVO NOT > PARM-PERIODO
                    IF WSV-NUM-RTR NOT < WSC-MAX-RTR
                       DISPLAY 'PAYROL00 RETROACTIVOS EXCEDEN LA '
                          'TABLA DE ' WSC-MAX-RTR
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WSV-NUM-RTR
                    MOVE RT-NUMERO      TO RTR-NUMERO (WSV-NUM-RTR)
                    MOVE RT-TARIFA      TO RTR-TARIFA (WSV-NUM-RTR)
                    MOVE RT-EFECTIVO-AA TO
                       RTR-EFECTIVO-AA (WSV-NUM-RTR)
                    MOVE RT-EFECTIVO-MM TO
                       RTR-EFECTIVO-MM (WSV-NUM-RTR)
                    MOVE 'N'            TO RTR-USADO (WSV-NUM-RTR)
                 ELSE
                    ADD 1 TO WSV-RTR-INVALIDOS
                    DISPLAY 'PAYROL00 RETROACTIVO INVALIDO, '
                       'EMPLEADO: ' RT-NUMERO
                 END-IF
           END-READ.

       BUSCA-RETROACTIVO.
           IF RTR-NUMERO (WSV-IDX-RTR) = EMP-NUMERO
              SET WSV-RTR-HALLADO TO TRUE
              MOVE WSV-IDX-RTR TO WSV-KDX-RTR
              MOVE 'S' TO RTR-USADO (WSV-IDX-RTR)
           END-IF.

       REPORTA-RETRO-SIN-EMPLEADO.
           PERFORM VARYING WSV-IDX-RTR FROM 1 BY 1
                     UNTIL WSV-IDX-RTR > WSV-NUM-RTR
              IF RTR-USADO (WSV-IDX-RTR) = 'N'
                 DISPLAY 'PAYROL00 RETROACTIVO SIN EMPLEADO EN '
                    'EMPFILE: ' RTR-NUMERO (WSV-IDX-RTR)
              END-IF
           END-PERFORM.

      ****** Corrida de retroactivos: a cada empleado valido con
      ****** aumento se le recalculan con la tarifa nueva los meses
      ****** cerrados del ejercicio desde el periodo efectivo (con las
      ****** horas y los dias pagados que dejo el maestro), se le paga
      ****** la diferencia neta con su ISR, cuota IMSS y vivienda y
      ****** las diferencias se suman a cada mes del maestro para que
      ****** el SUA del bimestre salga corregido; sin CLABE valida o
      ****** sin historia del ejercicio no se paga ni se toca el maestro
       PROCESO-RETROACTIVO.
           SET NO-FIN-FILE TO TRUE
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-FILE
              PERFORM VALIDA-EMPLEADO
              IF WSV-EMPLEADO-VALIDO
                 SET WSV-RTR-NO-HALLADO TO TRUE
                 PERFORM BUSCA-RETROACTIVO
                    VARYING WSV-IDX-RTR FROM 1 BY 1
                      UNTIL WSV-IDX-RTR > WSV-NUM-RTR
                         OR WSV-RTR-HALLADO
                 IF WSV-RTR-HALLADO
                    PERFORM APLICA-RETROACTIVO
                 END-IF
              ELSE
                 PERFORM ESCRIBO-RECHAZO
              END-IF
              PERFORM LEE-EMPLEADO
           END-PERFORM
           PERFORM CIERRA-DISPERSION.

       APLICA-RETROACTIVO.
           SET WSV-EMP-NUEVO TO TRUE
           PERFORM BUSCA-EMPLEADO-MAESTRO
              VARYING WSV-IDX-EMP FROM 1 BY 1
                UNTIL WSV-IDX-EMP > WSV-NUM-EMPLEADOS
                   OR WSV-EMP-EN-MAESTRO
           IF WSV-EMP-EN-MAESTRO
              MOVE MAESTRO-ENT (WSV-KDX-EMP) TO WSV-REG-MAESTRO
           END-IF
           IF WSV-EMP-NUEVO OR MAST-ANIO NOT = WSV-PERIODO-AA
              MOVE 'SIN HISTORIA DE NOMINA DEL EJERCICIO' TO
                 WSV-MOTIVO-RECHAZO
              PERFORM ESCRIBO-RECHAZO
           ELSE
           IF EMP-CLABE IS NOT NUMERIC OR EMP-CLABE = ZEROS
              MOVE 'CLABE INVALIDA, RETROACTIVO NO PAGADO' TO
                 WSV-MOTIVO-RECHAZO
              PERFORM ESCRIBO-RECHAZO
           ELSE
      ****** El maestro solo guarda el ejercicio en curso: un aumento
      ****** efectivo en un anio anterior se recalcula desde enero
              IF RTR-EFECTIVO-AA (WSV-KDX-RTR) < WSV-PERIODO-AA
                 MOVE 1 TO WSV-RTR-MES-INI
                 DISPLAY 'PAYROL00 RETROACTIVO DE EJERCICIO ANTERIOR, '
                    'SE RECALCULA DESDE ENERO: ' EMP-NUMERO
              ELSE
                 MOVE RTR-EFECTIVO-MM (WSV-KDX-RTR) TO WSV-RTR-MES-INI
              END-IF
              MOVE ZEROS TO WSV-RTR-TOT-ORD WSV-RTR-TOT-EXTRA
                            WSV-RTR-TOT-BRUTO WSV-RTR-TOT-ISR
                            WSV-RTR-TOT-RET WSV-RTR-TOT-VIV
                            WSV-RTR-TOT-NETO
              MOVE EMP-NUMERO                    TO RE-NUMERO
              MOVE EMP-NOMBRE                    TO RE-NOMBRE
              MOVE RTR-TARIFA (WSV-KDX-RTR)      TO RE-TARIFA
              MOVE RTR-EFECTIVO-AA (WSV-KDX-RTR) TO RE-EFECTIVO (1:4)
              MOVE RTR-EFECTIVO-MM (WSV-KDX-RTR) TO RE-EFECTIVO (5:2)
              WRITE PRINT-REC FROM RETRO-ENCABEZADO
              WRITE PRINT-REC FROM RETRO-COLUMNAS
              PERFORM RECALCULA-MES-RETRO
                 VARYING WSV-MES-NOM FROM WSV-RTR-MES-INI BY 1
                   UNTIL WSV-MES-NOM > WSV-PERIODO-MM
              MOVE 'TOTAL '          TO RL-PERIODO
              MOVE ZEROS             TO RL-TARIFA
              MOVE WSV-RTR-TOT-BRUTO TO RL-BRUTO
              MOVE WSV-RTR-TOT-ISR   TO RL-ISR
              MOVE WSV-RTR-TOT-RET   TO RL-RET
              MOVE WSV-RTR-TOT-VIV   TO RL-VIV
              MOVE WSV-RTR-TOT-NETO  TO RL-NETO
              MOVE SPACES            TO RL-NOTA
              WRITE PRINT-REC FROM RETRO-LINEA
              IF WSV-RTR-TOT-NETO > ZEROS
                 PERFORM ACUMULA-YTD-MAESTRO
                 MOVE WSV-REG-MAESTRO  TO MAESTRO-ENT (WSV-KDX-EMP)
                 MOVE WSV-RTR-TOT-NETO TO WSV-SAL-MENSUAL-NETO
                 PERFORM ESCRIBO-DISPERSION
                 PERFORM ESCRIBO-CFDI-RETROACTIVO
                 ADD 1                 TO WSV-RTR-PAGADOS
                 ADD WSV-RTR-TOT-NETO  TO WSV-RTR-TOT-PAGADO
              END-IF
           END-IF
           END-IF.

      ****** Un mes sin pago no se recalcula; uno pagado antes de que
      ****** el maestro guardara la tarifa, o con tarifa igual o mayor
      ****** a la nueva, se lista sin diferencia
       RECALCULA-MES-RETRO.
           IF MAST-MES-BRUTO (WSV-MES-NOM) NOT = ZEROS
              MOVE WSV-PERIODO-AA TO RL-PERIODO (1:4)
              MOVE WSV-MES-NOM    TO RL-PERIODO (5:2)
              MOVE MAST-MES-TARIFA (WSV-MES-NOM) TO RL-TARIFA
              MOVE ZEROS TO RL-BRUTO RL-ISR RL-RET RL-VIV RL-NETO
              IF MAST-MES-TARIFA (WSV-MES-NOM) = ZEROS
                 MOVE 'SIN TARIF' TO RL-NOTA
              ELSE
              IF RTR-TARIFA (WSV-KDX-RTR) NOT >
                 MAST-MES-TARIFA (WSV-MES-NOM)
                 MOVE 'SIN DIFER' TO RL-NOTA
              ELSE
                 PERFORM CALCULA-DIFERENCIA-MES
                 MOVE WSV-RTR-DIF-BRUTO TO RL-BRUTO
                 MOVE WSV-RTR-DIF-ISR   TO RL-ISR
                 MOVE WSV-RTR-DIF-RET   TO RL-RET
                 MOVE WSV-RTR-DIF-VIV   TO RL-VIV
                 MOVE WSV-RTR-DIF-NETO  TO RL-NETO
                 MOVE SPACES            TO RL-NOTA
              END-IF
              END-IF
              WRITE PRINT-REC FROM RETRO-LINEA
           END-IF.

      ****** Misma mecanica de CALCULA-NOMINA sobre la diferencia de
      ****** tarifa: ordinario por los dias pagados del mes, extra
      ****** doble y triple semanal por cuatro semanas; el ISR es la
      ****** diferencia de la tarifa mensual entre la base gravable
      ****** original y la corregida, y las cuotas se aplican sobre
      ****** la diferencia de bruto; todo se suma al mes del maestro
       CALCULA-DIFERENCIA-MES.
           COMPUTE WSV-RTR-DIF-TARIFA =
              RTR-TARIFA (WSV-KDX-RTR) - MAST-MES-TARIFA (WSV-MES-NOM)
           IF MAST-MES-HORAS (WSV-MES-NOM) > WSC-JORNADA
              MOVE WSC-JORNADA TO WSV-RTR-HRS-ORD
              COMPUTE WSV-RTR-HRS-EXT =
                 MAST-MES-HORAS (WSV-MES-NOM) - WSC-JORNADA
           ELSE
              MOVE MAST-MES-HORAS (WSV-MES-NOM) TO WSV-RTR-HRS-ORD
              MOVE ZEROS TO WSV-RTR-HRS-EXT
           END-IF
           COMPUTE WSV-RTR-EXT-SEM = WSV-RTR-HRS-EXT * WSC-DIAS-SEMANA
           IF WSV-RTR-EXT-SEM > WSC-TOPE-HRS-DOBLES
              MOVE WSC-TOPE-HRS-DOBLES TO WSV-RTR-DOBLES
              COMPUTE WSV-RTR-TRIPLES =
                 WSV-RTR-EXT-SEM - WSC-TOPE-HRS-DOBLES
           ELSE
              MOVE WSV-RTR-EXT-SEM TO WSV-RTR-DOBLES
              MOVE ZEROS           TO WSV-RTR-TRIPLES
           END-IF
           COMPUTE WSV-RTR-DIF-ORD =
              WSV-RTR-DIF-TARIFA * WSV-RTR-HRS-ORD
              * MAST-MES-DIAS-PAG (WSV-MES-NOM)
           COMPUTE WSV-RTR-DIF-EXTRA =
              ((WSV-RTR-DOBLES * WSV-RTR-DIF-TARIFA * 2)
             + (WSV-RTR-TRIPLES * WSV-RTR-DIF-TARIFA * 3))
              * WSC-SEMANAS-MES
           COMPUTE WSV-RTR-DIF-BRUTO =
              WSV-RTR-DIF-ORD + WSV-RTR-DIF-EXTRA
           COMPUTE WSV-RTR-DIF-GRAVABLE =
              WSV-RTR-DIF-ORD
              + (WSV-RTR-DOBLES * WSV-RTR-DIF-TARIFA * 2
                 * WSC-SEMANAS-MES / 2)
              + (WSV-RTR-TRIPLES * WSV-RTR-DIF-TARIFA * 3
                 * WSC-SEMANAS-MES)
           MOVE MAST-MES-GRAVABLE (WSV-MES-NOM) TO WSV-BASE-GRAVABLE
           PERFORM CALCULA-ISR
           MOVE WSV-IMP-ISR TO WSV-RTR-ISR-ANT
           COMPUTE WSV-BASE-GRAVABLE =
              MAST-MES-GRAVABLE (WSV-MES-NOM) + WSV-RTR-DIF-GRAVABLE
           PERFORM CALCULA-ISR
           COMPUTE WSV-RTR-DIF-ISR = WSV-IMP-ISR - WSV-RTR-ISR-ANT
           COMPUTE WSV-RTR-DIF-RET =
              WSV-RTR-DIF-BRUTO * WSC-PERC-IMSS-RET
           COMPUTE WSV-RTR-DIF-VIV =
              WSV-RTR-DIF-BRUTO * WSC-PERC-IMSS-VIV
           COMPUTE WSV-RTR-DIF-NETO =
              WSV-RTR-DIF-BRUTO - WSV-RTR-DIF-ISR
              - WSV-RTR-DIF-RET - WSV-RTR-DIF-VIV
           ADD WSV-RTR-DIF-BRUTO    TO MAST-MES-BRUTO (WSV-MES-NOM)
           ADD WSV-RTR-DIF-ISR      TO MAST-MES-ISR   (WSV-MES-NOM)
           ADD WSV-RTR-DIF-RET      TO MAST-MES-RET   (WSV-MES-NOM)
           ADD WSV-RTR-DIF-VIV      TO MAST-MES-VIV   (WSV-MES-NOM)
           ADD WSV-RTR-DIF-NETO     TO MAST-MES-NETO  (WSV-MES-NOM)
           ADD WSV-RTR-DIF-GRAVABLE TO
              MAST-MES-GRAVABLE (WSV-MES-NOM)
           MOVE RTR-TARIFA (WSV-KDX-RTR) TO
              MAST-MES-TARIFA (WSV-MES-NOM)
           ADD WSV-RTR-DIF-ORD   TO WSV-RTR-TOT-ORD
           ADD WSV-RTR-DIF-EXTRA TO WSV-RTR-TOT-EXTRA
           ADD WSV-RTR-DIF-BRUTO TO WSV-RTR-TOT-BRUTO
           ADD WSV-RTR-DIF-ISR   TO WSV-RTR-TOT-ISR
           ADD WSV-RTR-DIF-RET   TO WSV-RTR-TOT-RET
           ADD WSV-RTR-DIF-VIV   TO WSV-RTR-TOT-VIV
           ADD WSV-RTR-DIF-NETO  TO WSV-RTR-TOT-NETO
           IF WSV-RTR-MES-SUA = ZEROS
           OR WSV-MES-NOM < WSV-RTR-MES-SUA
              MOVE WSV-MES-NOM TO WSV-RTR-MES-SUA
           END-IF.

      ****** Carga el catalogo de cuentas de la poliza; sin empresa
      ****** o sin la cuenta general de algun concepto no se corre la
      ****** nomina (la poliza no podria cuadrar)
       CARGA-CUENTAS.
           OPEN INPUT CTAS-FILE
           SET NO-FIN-CTA TO TRUE
           PERFORM LEE-CUENTA UNTIL FIN-CTA
           CLOSE CTAS-FILE
           IF WSV-PZ-EMPRESA = SPACES
              DISPLAY 'PAYROL00 FALTA LA EMPRESA EN EL CATALOGO DE '
                 'CUENTAS'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *La cuenta de donativos solo se exige cuando hay elecciones
           PERFORM VARYING WSV-PZ-IDX FROM 1 BY 1
                     UNTIL WSV-PZ-IDX > 13
              MOVE WSC-CONCEPTO-PZ (WSV-PZ-IDX) TO WSV-PZ-CONCEPTO
              MOVE '****'                       TO WSV-PZ-CCOSTO
              PERFORM OBTIENE-CUENTA
              IF WSV-PZ-CUENTA = SPACES
              AND (WSV-PZ-CONCEPTO NOT = 'DON' OR WSV-NUM-DON > ZEROS)
                 DISPLAY 'PAYROL00 CONCEPTO SIN CUENTA GENERAL EN EL '
                    'CATALOGO: ' WSV-PZ-CONCEPTO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-PERFORM
           COMPUTE WSV-PZ-FOLIO =
              WSV-PERIODO-AA * 100 + WSV-PERIODO-MM
           IF WSV-NOMINA-QUINCENAL
              COMPUTE WSV-PZ-FOLIO =
                 WSV-PZ-FOLIO * 100 + WSV-NUM-PERIODO
           END-IF.

       LEE-CUENTA.
           READ CTAS-FILE
              AT END
                 SET FIN-CTA TO TRUE
              NOT AT END
                 IF CT-TARJETA-EMPRESA AND CT-EMPRESA NOT = SPACES
                    MOVE CT-EMPRESA TO WSV-PZ-EMPRESA
                 ELSE
                 IF CT-TARJETA-CUENTA
                 AND CT-CONCEPTO NOT = SPACES
                 AND CT-CCOSTO NOT = SPACES
                 AND CT-CUENTA NOT = SPACES
                    MOVE CT-CONCEPTO TO WSV-PZ-CONCEPTO
                    PERFORM VALIDA-CONCEPTO-CUENTA
                 ELSE
                    ADD 1 TO WSV-PZ-CTA-INVALIDAS
                    DISPLAY 'PAYROL00 TARJETA DE CATALOGO INVALIDA: '
                       CTAS-REC (1:18)
                 END-IF
                 END-IF
           END-READ.

       VALIDA-CONCEPTO-CUENTA.
           MOVE ZEROS TO WSV-PZ-IDX
           PERFORM VARYING WSV-IDX-CTA FROM 1 BY 1
                     UNTIL WSV-IDX-CTA > 13
              IF WSC-CONCEPTO-PZ (WSV-IDX-CTA) = CT-CONCEPTO
                 MOVE WSV-IDX-CTA TO WSV-PZ-IDX
              END-IF
           END-PERFORM
           IF WSV-PZ-IDX = ZEROS
              ADD 1 TO WSV-PZ-CTA-INVALIDAS
              DISPLAY 'PAYROL00 CONCEPTO DE POLIZA DESCONOCIDO: '
                 CT-CONCEPTO
           ELSE
              IF WSV-NUM-CTA NOT < WSC-MAX-CTA
                 DISPLAY 'PAYROL00 CATALOGO DE CUENTAS EXCEDE LA '
                    'TABLA DE ' WSC-MAX-CTA
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WSV-NUM-CTA
              MOVE CT-CONCEPTO TO CTA-CONCEPTO (WSV-NUM-CTA)
              MOVE CT-CCOSTO   TO CTA-CCOSTO   (WSV-NUM-CTA)
              MOVE CT-CUENTA   TO CTA-CUENTA   (WSV-NUM-CTA)
           END-IF.

      ****** Cuenta del concepto para el centro en WSV-PZ-CCOSTO: la
      ****** abierta para ese centro si existe, si no la general
       OBTIENE-CUENTA.
           MOVE SPACES TO WSV-PZ-CUENTA
           PERFORM VARYING WSV-IDX-CTA FROM 1 BY 1
                     UNTIL WSV-IDX-CTA > WSV-NUM-CTA
              IF CTA-CONCEPTO (WSV-IDX-CTA) = WSV-PZ-CONCEPTO
                 IF CTA-CCOSTO (WSV-IDX-CTA) = WSV-PZ-CCOSTO
                    MOVE CTA-CUENTA (WSV-IDX-CTA) TO WSV-PZ-CUENTA
                    MOVE WSV-NUM-CTA TO WSV-IDX-CTA
                 ELSE
                    IF CTA-CCOSTO (WSV-IDX-CTA) = '****'
                    AND WSV-PZ-CUENTA = SPACES
                       MOVE CTA-CUENTA (WSV-IDX-CTA) TO WSV-PZ-CUENTA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ****** Acumula lo del empleado pagado: cargos del centro y
      ****** abonos de la corrida
       ACUMULA-POLIZA.
           ADD 1                    TO WSV-PZ-EMPLEADOS
           ADD WSV-SAL-MES-ORD      TO WSV-PZ-CC-SUELDO
           ADD WSV-IMP-TE-DOBLE     TO WSV-PZ-CC-EXTRA
           ADD WSV-IMP-TE-TRIPLE    TO WSV-PZ-CC-EXTRA
           ADD WSV-PTU-A-PAGAR      TO WSV-PZ-CC-PTU
           ADD WSV-IMP-IMSS-PATRON  TO WSV-PZ-CC-IMSS-PAT
           ADD WSV-IMP-INFONAVIT    TO WSV-PZ-CC-INFO-PAT
           ADD WSV-IMP-FON-EMPRESA  TO WSV-PZ-CC-FONDO
           ADD WSV-IMP-ISR          TO WSV-PZ-ISR
           ADD WSV-IMP-AJU-COBRO    TO WSV-PZ-ISR
           ADD WSV-IMP-IMSS-RET     TO WSV-PZ-IMSS
           ADD WSV-IMP-IMSS-PATRON  TO WSV-PZ-IMSS
           ADD WSV-IMP-IMSS-VIV     TO WSV-PZ-INFONAVIT
           ADD WSV-IMP-INFONAVIT    TO WSV-PZ-INFONAVIT
           ADD WSV-IMP-CRED-INF     TO WSV-PZ-CRED-INF
           ADD WSV-IMP-FON-APORTA   TO WSV-PZ-FONDO
           ADD WSV-IMP-FON-ABONO    TO WSV-PZ-FONDO
           ADD WSV-IMP-FON-EMPRESA  TO WSV-PZ-FONDO
           ADD WSV-SAL-MENSUAL-NETO TO WSV-PZ-NETO
           ADD WSV-IMP-PENSION      TO WSV-PZ-NETO
           ADD WSV-IMP-DONATIVO     TO WSV-PZ-DONATIVO.

      ****** Cargos del centro que se corta, uno por concepto con
      ****** importe, a la cuenta que le toca al centro
       ESCRIBO-CARGOS-POLIZA.
           MOVE WSV-CCOSTO-ANT   TO WSV-PZ-CCOSTO
           MOVE WSV-CC-PLANTILLA TO WSV-PZ-MOVS
           ADD WSV-PZ-CC-SUELDO WSV-PZ-CC-EXTRA WSV-PZ-CC-PTU
              TO WSV-PZ-TOT-PERCEP
           ADD WSV-PZ-CC-IMSS-PAT WSV-PZ-CC-INFO-PAT
              TO WSV-PZ-TOT-PATRON
           MOVE 'SUE'              TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-CC-SUELDO   TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-CARGO-POLIZA
           MOVE 'TEX'              TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-CC-EXTRA    TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-CARGO-POLIZA
           MOVE 'PTU'              TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-CC-PTU      TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-CARGO-POLIZA
           MOVE 'IMP'              TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-CC-IMSS-PAT TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-CARGO-POLIZA
           MOVE 'INP'              TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-CC-INFO-PAT TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-CARGO-POLIZA
           MOVE 'FAE'              TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-CC-FONDO    TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-CARGO-POLIZA
           MOVE ZEROS TO WSV-PZ-CC-SUELDO WSV-PZ-CC-EXTRA
                         WSV-PZ-CC-PTU WSV-PZ-CC-IMSS-PAT
                         WSV-PZ-CC-INFO-PAT WSV-PZ-CC-FONDO.

       ESCRIBO-CARGO-POLIZA.
           IF WSV-PZ-IMPORTE NOT = ZEROS
              PERFORM OBTIENE-CUENTA
              MOVE 'C' TO PZ-TPOMOV
              PERFORM ESCRIBO-RENGLON-POLIZA
              ADD WSV-PZ-IMPORTE TO WSV-PZ-TOT-CARGOS
           END-IF.

      ****** Abonos de la corrida a las cuentas generales
       ESCRIBO-ABONOS-POLIZA.
           MOVE '****'           TO WSV-PZ-CCOSTO
           MOVE WSV-PZ-EMPLEADOS TO WSV-PZ-MOVS
           MOVE 'ISR'            TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-ISR       TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-ABONO-POLIZA
           MOVE 'IMS'            TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-IMSS      TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-ABONO-POLIZA
           MOVE 'INF'            TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-INFONAVIT TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-ABONO-POLIZA
           MOVE 'CRI'            TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-CRED-INF  TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-ABONO-POLIZA
           MOVE 'FAH'            TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-FONDO     TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-ABONO-POLIZA
           MOVE 'NET'            TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-NETO      TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-ABONO-POLIZA
           MOVE 'DON'            TO WSV-PZ-CONCEPTO
           MOVE WSV-PZ-DONATIVO  TO WSV-PZ-IMPORTE
           PERFORM ESCRIBO-ABONO-POLIZA.

       ESCRIBO-ABONO-POLIZA.
           IF WSV-PZ-IMPORTE NOT = ZEROS
              PERFORM OBTIENE-CUENTA
              MOVE 'A' TO PZ-TPOMOV
              PERFORM ESCRIBO-RENGLON-POLIZA
              ADD WSV-PZ-IMPORTE TO WSV-PZ-TOT-ABONOS
           END-IF.

       ESCRIBO-RENGLON-POLIZA.
           MOVE WSV-FECHA-PAGO TO PZ-FHAPLICA
           MOVE WSV-PZ-EMPRESA TO PZ-IEMPR
           MOVE WSV-PZ-CUENTA  TO PZ-CUENTA
           MOVE WSV-PZ-FOLIO   TO PZ-FOLIO-INI
           MOVE WSV-PZ-FOLIO   TO PZ-FOLIO-FIN
           MOVE WSV-PZ-MOVS    TO PZ-NUM-MOVS
           MOVE WSV-PZ-IMPORTE TO PZ-IMPORTE
           MOVE SPACES         TO POLIZA-REC (71:10)
           WRITE POLIZA-REC
           ADD 1 TO WSV-PZ-RENGLONES.

      ****** La poliza debe netear a cero, sus percepciones y cuotas
      ****** patronales amarrar con el extracto por centro y la
      ****** nomina por pagar con el trailer de la dispersion
       CUADRA-POLIZA.
           DISPLAY 'PAYROL00 POLIZA - RENGLONES        : '
              WSV-PZ-RENGLONES
           DISPLAY 'PAYROL00 POLIZA - CARGOS/ABONOS    : '
              WSV-PZ-TOT-CARGOS ' / ' WSV-PZ-TOT-ABONOS
           DISPLAY 'PAYROL00 POLIZA - PERCEPC/CCOSTFIL : '
              WSV-PZ-TOT-PERCEP ' / ' WSV-PZ-CCF-BRUTO
           DISPLAY 'PAYROL00 POLIZA - PATRONAL/CCOSTFIL: '
              WSV-PZ-TOT-PATRON ' / ' WSV-PZ-CCF-PATRON
           DISPLAY 'PAYROL00 POLIZA - NETO/DISPFILE    : '
              WSV-PZ-NETO ' / ' WSV-DISP-MONTO
           IF WSV-PZ-TOT-CARGOS NOT = WSV-PZ-TOT-ABONOS
           OR WSV-PZ-TOT-PERCEP NOT = WSV-PZ-CCF-BRUTO
           OR WSV-PZ-TOT-PATRON NOT = WSV-PZ-CCF-PATRON
           OR WSV-PZ-NETO       NOT = WSV-DISP-MONTO
              DISPLAY 'PAYROL00 *** LA POLIZA DE NOMINA NO CUADRA ***'
              MOVE 8 TO RETURN-CODE
           END-IF.

      ****** Libro de vacaciones del empleado en proceso (renglon del
      ****** maestro; un empleado nuevo o sin libro arranca en ceros):
      ****** otorga el aniversario cumplido al cierre del periodo y
      ****** descuenta las vacaciones capturadas, que se rechazan
      ****** completas si exceden el saldo disponible
       OBTIENE-VACACIONES.
           PERFORM CARGA-LIBRO-VACACIONES
           MOVE WSV-PERIODO-AA TO WSV-VAC-ANIO-REF
           IF WSV-QUINCENA = 1
              COMPUTE WSV-VAC-MMDD-REF = (WSV-PERIODO-MM * 100) + 15
           ELSE
              COMPUTE WSV-VAC-MMDD-REF = (WSV-PERIODO-MM * 100) + 31
           END-IF
           PERFORM OTORGA-VACACIONES
           MOVE ZEROS  TO WSV-VAC-TOMA-MES
           MOVE SPACES TO WSV-VAC-NOTA
           IF WSV-DIAS-VACA NOT = ZEROS
              COMPUTE WSV-VAC-DISPONIBLE =
                 WSV-VAC-SALDO-ANT + WSV-VAC-SALDO-ACT
              IF WSV-DIAS-VACA > WSV-VAC-DISPONIBLE
                 ADD 1 TO WSV-VAC-RECHAZADAS
                 MOVE 'VACACIONES EXCEDEN EL SALDO DISPONIBLE' TO
                    WSV-MOTIVO-RECHAZO
                 PERFORM ESCRIBO-RECHAZO
                 MOVE SPACES TO WSV-MOTIVO-RECHAZO
                 MOVE 'VACACIONES RECHAZ.' TO WSV-VAC-NOTA
                 MOVE ZEROS TO WSV-DIAS-VACA
              ELSE
                 MOVE WSV-DIAS-VACA TO WSV-VAC-TOMA-MES
                 ADD WSV-DIAS-VACA TO WSV-VAC-TOMADOS
                 ADD WSV-DIAS-VACA TO WSV-VAC-TOT-TOMADOS
                 IF WSV-DIAS-VACA > WSV-VAC-SALDO-ANT
                    COMPUTE WSV-VAC-SALDO-ACT = WSV-VAC-SALDO-ACT
                       - (WSV-DIAS-VACA - WSV-VAC-SALDO-ANT)
                    MOVE ZEROS TO WSV-VAC-SALDO-ANT
                 ELSE
                    SUBTRACT WSV-DIAS-VACA FROM WSV-VAC-SALDO-ANT
                 END-IF
              END-IF
           END-IF.

       CARGA-LIBRO-VACACIONES.
           MOVE ZEROS TO WSV-VAC-LIBRO WSV-VAC-VENCIDOS
                         WSV-VAC-ANTIGUEDAD
           SET WSV-EMP-NUEVO TO TRUE
           PERFORM BUSCA-EMPLEADO-MAESTRO
              VARYING WSV-IDX-EMP FROM 1 BY 1
                UNTIL WSV-IDX-EMP > WSV-NUM-EMPLEADOS
                   OR WSV-EMP-EN-MAESTRO
           IF WSV-EMP-EN-MAESTRO
              MOVE MAESTRO-ENT (WSV-KDX-EMP) TO WSV-REG-MAESTRO
              IF MAST-VACACIONES IS NUMERIC
                 MOVE MAST-VACACIONES TO WSV-VAC-LIBRO
              END-IF
           END-IF
           IF EMP-FEC-INGRESO IS NUMERIC
              MOVE EMP-FEC-INGRESO TO WSV-FEC-INGRESO
           ELSE
              MOVE ZEROS TO WSV-FEC-INGRESO
           END-IF.

      ****** Aniversario mas reciente a la fecha de referencia; si no
      ****** se ha otorgado, vence lo que toca segun la politica de
      ****** arrastre y se otorgan los dias de la antiguedad cumplida
      ****** (si se brinco mas de un aniversario, todo lo anterior
      ****** vence)
       OTORGA-VACACIONES.
           IF WSV-FEC-INGRESO NOT = ZEROS
              COMPUTE WSV-MMDD-INGRESO =
                 (WSV-ING-MM * 100) + WSV-ING-DD
              IF WSV-MMDD-INGRESO NOT > WSV-VAC-MMDD-REF
                 MOVE WSV-VAC-ANIO-REF TO WSV-VAC-ANIV-ANIO
              ELSE
                 COMPUTE WSV-VAC-ANIV-ANIO = WSV-VAC-ANIO-REF - 1
              END-IF
              IF WSV-VAC-ANIV-ANIO > WSV-ING-AA
                 COMPUTE WSV-VAC-ANTIGUEDAD =
                    WSV-VAC-ANIV-ANIO - WSV-ING-AA
                 IF WSV-VAC-ANIV-ANIO > WSV-VAC-ANIV
                    PERFORM BUSCA-DIAS-VACACIONES
                    IF WSC-VAC-CON-ARRASTRE
                    AND WSV-VAC-ANIV-ANIO - WSV-VAC-ANIV = 1
                       MOVE WSV-VAC-SALDO-ANT TO WSV-VAC-VENCIDOS
                       MOVE WSV-VAC-SALDO-ACT TO WSV-VAC-SALDO-ANT
                    ELSE
                       COMPUTE WSV-VAC-VENCIDOS =
                          WSV-VAC-SALDO-ANT + WSV-VAC-SALDO-ACT
                       MOVE ZEROS TO WSV-VAC-SALDO-ANT
                    END-IF
                    MOVE WSV-VAC-DERECHO   TO WSV-VAC-SALDO-ACT
                                              WSV-VAC-OTORGADOS
                    MOVE ZEROS             TO WSV-VAC-TOMADOS
                    MOVE WSV-VAC-ANIV-ANIO TO WSV-VAC-ANIV
                    ADD WSV-VAC-DERECHO    TO WSV-VAC-TOT-OTORGADOS
                    ADD WSV-VAC-VENCIDOS   TO WSV-VAC-TOT-VENCIDOS
                 END-IF
              END-IF
           END-IF.

      ****** Dias de la tabla para WSV-VAC-ANTIGUEDAD anios cumplidos
       BUSCA-DIAS-VACACIONES.
           MOVE WSC-VAC-DIAS (11) TO WSV-VAC-DERECHO
           PERFORM VARYING WSV-VAC-IDX FROM 11 BY -1
                     UNTIL WSV-VAC-IDX < 1
              IF WSV-VAC-ANTIGUEDAD NOT > WSC-VAC-HASTA (WSV-VAC-IDX)
                 MOVE WSC-VAC-DIAS (WSV-VAC-IDX) TO WSV-VAC-DERECHO
              END-IF
           END-PERFORM.

      ****** Finiquito: otorga el aniversario cumplido a la fecha de
      ****** baja, paga el saldo del libro mas lo proporcional de los
      ****** dias desde el aniversario y deja el libro en ceros
       OBTIENE-VACA-FINIQUITO.
           PERFORM CARGA-LIBRO-VACACIONES
           MOVE WSV-BAJA-AA   TO WSV-VAC-ANIO-REF
           MOVE WSV-MMDD-BAJA TO WSV-VAC-MMDD-REF
           PERFORM OTORGA-VACACIONES
           ADD 1 TO WSV-VAC-ANTIGUEDAD
           PERFORM BUSCA-DIAS-VACACIONES
           COMPUTE WSV-VAC-DIAS-PAGO ROUNDED =
              WSV-VAC-SALDO-ANT + WSV-VAC-SALDO-ACT
              + (WSV-VAC-DERECHO * WSV-DIAS-ANIVERSARIO
                 / WSC-DIAS-DEL-ANIO)
           IF WSV-EMP-EN-MAESTRO
              MOVE ZEROS TO WSV-VAC-SALDO-ANT WSV-VAC-SALDO-ACT
              MOVE WSV-VAC-LIBRO TO MAST-VACACIONES
              MOVE WSV-REG-MAESTRO TO MAESTRO-ENT (WSV-KDX-EMP)
           END-IF.

      ****** Renglon del reporte de saldos de vacaciones
       ESCRIBO-SALDO-VACACIONES.
           MOVE SPACES              TO VACA-REC
           MOVE EMP-NUMERO          TO VR-NUMERO
           MOVE EMP-NOMBRE          TO VR-NOMBRE
           MOVE WSV-FEC-INGRESO     TO VR-INGRESO
           MOVE WSV-VAC-ANTIGUEDAD  TO VR-ANTIGUEDAD
           MOVE WSV-VAC-OTORGADOS   TO VR-OTORGADOS
           MOVE WSV-VAC-SALDO-ANT   TO VR-SALDO-ANT
           MOVE WSV-VAC-SALDO-ACT   TO VR-SALDO-ACT
           MOVE WSV-VAC-TOMA-MES    TO VR-TOMADOS
           MOVE WSV-VAC-VENCIDOS    TO VR-VENCIDOS
           COMPUTE VR-SALDO = WSV-VAC-SALDO-ANT + WSV-VAC-SALDO-ACT
           MOVE WSV-VAC-NOTA        TO VR-NOTA
           WRITE VACA-REC
           ADD 1 TO WSV-VAC-REPORTADOS.

      ****** Calcula el descuento del credito del empleado en proceso
      ****** segun su tipo: porcentaje del bruto, cuota fija o factor
      ****** de veces la UMA diaria por los dias del mes
       OBTIENE-CREDITO-INFONAVIT.
           MOVE SPACES TO WSV-CREDITO-EMP
           MOVE ZEROS  TO WSV-IMP-CRED-INF
           PERFORM VARYING WSV-IDX-CRE FROM 1 BY 1
                     UNTIL WSV-IDX-CRE > WSV-NUM-CRED
              IF CRE-NUMERO (WSV-IDX-CRE) = EMP-NUMERO
                 MOVE CRE-NUM-CREDITO (WSV-IDX-CRE) TO
                    WSV-CREDITO-EMP
                 EVALUATE CRE-TIPO (WSV-IDX-CRE)
                    WHEN 'P'
                       COMPUTE WSV-IMP-CRED-INF ROUNDED =
                          WSV-SAL-MES-BRUT *
                          CRE-VALOR (WSV-IDX-CRE) / 100
                    WHEN 'F'
                       COMPUTE WSV-IMP-CRED-INF ROUNDED =
                          CRE-VALOR (WSV-IDX-CRE) / WSV-DIVISOR-PERIODO
                    WHEN OTHER
                       COMPUTE WSV-IMP-CRED-INF ROUNDED =
                          CRE-VALOR (WSV-IDX-CRE) *
                          WSC-UMA-DIARIA * WSV-DIAS-PERIODO
                 END-EVALUATE
              END-IF
           END-PERFORM.

      ****** Parcialidad del saldo a cargo del ajuste anual para el
      ****** empleado en proceso: hasta el ISR del periodo y sin dejar
      ****** el neto negativo
       OBTIENE-COBRO-AJUSTE.
           MOVE ZEROS TO WSV-IMP-AJU-COBRO
           MOVE ZEROS TO WSV-AJU-SALDO-EMP
           SET WSV-EMP-NUEVO TO TRUE
           PERFORM BUSCA-EMPLEADO-MAESTRO
              VARYING WSV-IDX-EMP FROM 1 BY 1
                UNTIL WSV-IDX-EMP > WSV-NUM-EMPLEADOS
                   OR WSV-EMP-EN-MAESTRO
           IF WSV-EMP-EN-MAESTRO
              MOVE MAESTRO-ENT (WSV-KDX-EMP) TO WSV-REG-MAESTRO
              MOVE MAST-AJU-PENDIENTE TO WSV-IMP-AJU-COBRO
              IF WSV-IMP-AJU-COBRO > WSV-IMP-ISR
                 MOVE WSV-IMP-ISR TO WSV-IMP-AJU-COBRO
              END-IF
              COMPUTE WSV-AJU-DISPONIBLE =
                 WSV-SAL-MES-BRUT - WSV-IMP-ISR
                 - WSV-IMP-IMSS-RET - WSV-IMP-IMSS-VIV
              IF WSV-AJU-DISPONIBLE < ZEROS
                 MOVE ZEROS TO WSV-AJU-DISPONIBLE
              END-IF
              IF WSV-IMP-AJU-COBRO > WSV-AJU-DISPONIBLE
                 MOVE WSV-AJU-DISPONIBLE TO WSV-IMP-AJU-COBRO
              END-IF
              COMPUTE WSV-AJU-SALDO-EMP =
                 MAST-AJU-PENDIENTE - WSV-IMP-AJU-COBRO
           END-IF.

       OBTIENE-PTU-A-PAGAR.
           MOVE ZEROS TO WSV-PTU-A-PAGAR
           PERFORM VARYING WSV-IDX-PTU FROM 1 BY 1
                     UNTIL WSV-IDX-PTU > WSV-NUM-PTU
              IF PTUPAG-NUMERO (WSV-IDX-PTU) = EMP-NUMERO
                 MOVE PTUPAG-IMPORTE (WSV-IDX-PTU) TO
                    WSV-PTU-A-PAGAR
              END-IF
           END-PERFORM.
      ****** Carga la tabla de ISR con las tarifas empacadas arriba
       CARGA-TABLA-ISR.
           MOVE ISR-TABLE-VALUES TO ISR-TABLE.
           PERFORM VARYING WSV-IDX-ISR FROM 1 BY 1
                     UNTIL WSV-IDX-ISR > 8
              IF WSV-IDX-ISR = 1
                 MOVE ISR-LIM-INF (WSV-IDX-ISR) TO
                    ISR-A-LIM-INF (WSV-IDX-ISR)
              ELSE
                 COMPUTE ISR-A-LIM-INF (WSV-IDX-ISR) =
                    ISR-LIM-INF (WSV-IDX-ISR) * 12
              END-IF
              COMPUTE ISR-A-CUOTA-FIJA (WSV-IDX-ISR) =
                 ISR-CUOTA-FIJA (WSV-IDX-ISR) * 12
              MOVE ISR-PORC-EXCED (WSV-IDX-ISR) TO
                 ISR-A-PORC-EXCED (WSV-IDX-ISR)
           END-PERFORM.

      ****** Valida que las horas y el pago por hora capturados en el
      ****** archivo de entrada sean razonables antes de calcular nada
                 MOVE 'CENTRO DE COSTOS AUSENTE' TO
                    WSV-MOTIVO-RECHAZO
              END-IF
              IF NOT EMP-PAGO-MENSUAL AND NOT EMP-PAGO-QUINCENAL
                 SET WSV-EMPLEADO-INVALIDO TO TRUE
                 MOVE 'FRECUENCIA DE PAGO INVALIDA' TO
                    WSV-MOTIVO-RECHAZO
              END-IF
           END-IF
      *Cada corrida paga solo a los empleados de su frecuencia; a los
      *demas los paga la otra corrida
           IF WSV-MODO-NORMAL AND WSV-EMPLEADO-VALIDO
              IF (EMP-PAGO-QUINCENAL AND WSV-NOMINA-MENSUAL)
              OR (EMP-PAGO-MENSUAL AND WSV-NOMINA-QUINCENAL)
                 SET WSV-EMPLEADO-OTRA-FREC TO TRUE
                 ADD 1 TO WSV-EMP-OTRA-FREC
              END-IF
           END-IF.

      ****** Calculo completo de la nomina de un empleado
      ****** patron, pero viajan al SUA); las vacaciones se pagan
      ****** igual que dias trabajados
           PERFORM OBTIENE-INCIDENCIAS
           PERFORM OBTIENE-VACACIONES
           IF WSV-DIAS-FALTA + WSV-DIAS-INCAP > WSC-DIAS-HABILES
              MOVE ZEROS TO WSV-DIAS-PAGADOS
           ELSE
           COMPUTE WSV-IMP-INFONAVIT =
              (WSV-SAL-MES-BRUT * WSC-PERC-INFONAVIT)

      *El saldo a cargo del ajuste anual se retiene en parcialidades
      *que no exceden el ISR del propio periodo
           PERFORM OBTIENE-COBRO-AJUSTE

      *Las pensiones alimenticias ordenadas por el juzgado van antes
      *que el credito INFONAVIT
           PERFORM OBTIENE-PENSIONES

      *El descuento del credito INFONAVIT se retiene del neto; si
      *excede lo disponible se topa para no dejar neto negativo
           PERFORM OBTIENE-CREDITO-INFONAVIT
           IF WSV-IMP-CRED-INF >
              (WSV-SAL-MES-BRUT - WSV-IMP-ISR
               - WSV-IMP-IMSS-RET - WSV-IMP-IMSS-VIV
               - WSV-IMP-AJU-COBRO - WSV-IMP-PENSION)
              COMPUTE WSV-IMP-CRED-INF =
                 WSV-SAL-MES-BRUT - WSV-IMP-ISR
                 - WSV-IMP-IMSS-RET - WSV-IMP-IMSS-VIV
                 - WSV-IMP-AJU-COBRO - WSV-IMP-PENSION
           END-IF

      *Fondo de ahorro: abono de los prestamos y aportacion del
      *empleado, despues de todos los descuentos de ley
           PERFORM OBTIENE-FONDO-AHORRO

      *Donativo a la Fundacion elegido por el empleado: es voluntario,
      *va al final y solo si el neto alcanza para el importe completo
           PERFORM OBTIENE-DONATIVO

           COMPUTE WSV-SAL-MENSUAL-NETO =
              (WSV-SAL-MES-BRUT - WSV-IMP-ISR) -
              (WSV-IMP-IMSS-RET + WSV-IMP-IMSS-VIV)
              - WSV-IMP-AJU-COBRO - WSV-IMP-PENSION
              - WSV-IMP-CRED-INF
              - WSV-IMP-FON-APORTA - WSV-IMP-FON-ABONO
              - WSV-IMP-DONATIVO

           COMPUTE WSV-PRIMA-VACA =
              (WSV-SAL-MES-BRUT * WSC-PERC-PRIMA-VACA) / WSC-USD-MXN
              MOVE WSV-DIAS-PAGADOS TO AX-DIAS-PAG
              WRITE PRINT-REC FROM ANEXO-INCIDENCIAS
           END-IF
      ****** Anexo del cobro del ajuste anual (solo si hubo cobro)
           IF WSV-IMP-AJU-COBRO NOT = ZEROS
              MOVE WSV-IMP-AJU-COBRO TO AJ-COBRO
              MOVE WSV-AJU-SALDO-EMP TO AJ-PENDIENTE
              WRITE PRINT-REC FROM ANEXO-AJUSTE
           END-IF
      ****** Anexo de cada pension alimenticia retenida
           IF WSV-IMP-PENSION NOT = ZEROS
              PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                        UNTIL WSV-IDX-PEN > WSV-NUM-PEN
                 IF PEN-NUMERO (WSV-IDX-PEN) = EMP-NUMERO
                 AND PEN-RETENIDO (WSV-IDX-PEN) NOT = ZEROS
                    MOVE PEN-EXPEDIENTE (WSV-IDX-PEN) TO
                       AP-EXPEDIENTE
                    MOVE PEN-RETENIDO (WSV-IDX-PEN) TO AP-DESCUENTO
                    WRITE PRINT-REC FROM ANEXO-PENSION
                 END-IF
              END-PERFORM
           END-IF
      ****** Anexo del credito INFONAVIT (solo si hay descuento)
           IF WSV-IMP-CRED-INF NOT = ZEROS
              MOVE WSV-CREDITO-EMP  TO AI-NUM-CREDITO
              MOVE WSV-IMP-CRED-INF TO AI-DESCUENTO
              WRITE PRINT-REC FROM ANEXO-INFONAVIT
           END-IF
      ****** Anexo del fondo de ahorro (solo si hubo movimiento)
           IF WSV-IMP-FON-APORTA NOT = ZEROS
           OR WSV-IMP-FON-ABONO  NOT = ZEROS
              MOVE WSV-IMP-FON-APORTA  TO AF-APORTA
              MOVE WSV-IMP-FON-EMPRESA TO AF-EMPRESA
              MOVE WSV-IMP-FON-ABONO   TO AF-ABONO
              WRITE PRINT-REC FROM ANEXO-FONDO
           END-IF
      ****** Anexo de cada donativo descontado
           IF WSV-IMP-DONATIVO NOT = ZEROS
              PERFORM VARYING WSV-IDX-DON FROM 1 BY 1
                        UNTIL WSV-IDX-DON > WSV-NUM-DON
                 IF DON-APLICA (WSV-IDX-DON) = 'S'
                    MOVE DON-IEMPR   (WSV-IDX-DON) TO AD-IEMPR
                    MOVE DON-ICUENTA (WSV-IDX-DON) TO AD-ICUENTA
                    MOVE DON-IMPORTE (WSV-IDX-DON) TO AD-DESCUENTO
                    WRITE PRINT-REC FROM ANEXO-DONATIVO
                 END-IF
              END-PERFORM
           END-IF.

       ESCRIBO-RECHAZO.
