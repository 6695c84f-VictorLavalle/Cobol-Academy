      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    Z94474S.
       AUTHOR.        Xideral.

      *________________________________________________________________*
      *                                                                *
      *   SEGREGACION DE FUNCIONES EN LAS BITACORAS DE MANTENIMIENTO   *
      *                                                                *
      * Corrida mensual para la revision trimestral de auditoria      *
      * interna. Junta las firmas de operador del periodo (tarjeta    *
      * con anio y mes) de todas las bitacoras de mantenimiento:      *
      *   - historia Z94474H: mantenimiento de cuentas de Z94474M y   *
      *     Z94474O (acciones 'A', 'C' y 'B'); el cambio que lleva    *
      *     'REVISION DE LIMITE' en el comentario es la aprobacion    *
      *     del oficial que genera Z94474L                            *
      *   - reporte de auditoria de PAYROL03 (nomina)                 *
      *   - reporte de auditoria de ZM3CB003 (PARAMTAB)               *
      *   - resoluciones de excepciones de ZM4EX002                   *
      *   - reversos aprobados de ZM4AP001                            *
      *   - registro de aclaraciones de Z94474Q (captura y            *
      *     resolucion)                                               *
      * y las compara contra el catalogo de roles (ROLFILE). Reporta  *
      * como hallazgo:                                                *
      *   - quien capturo y aprobo el mismo elemento (la cuenta cuyo  *
      *     mantenimiento y revision de limite firmo el mismo         *
      *     operador; la aclaracion que capturo y resolvio el mismo)  *
      *   - la funcion que el operador no tiene en su rol             *
      *   - el mantenimiento sobre su propio registro (su numero de   *
      *     empleado en nomina o su propia cuenta Z94474T)            *
      *   - el operador que no esta en el catalogo                    *
      * Las firmas de programa de la historia (intereses, movimientos *
      * y cambios de estatus) no son de operadores y no se revisan.   *
      * Con hallazgos termina con RC 4.                               *
      *                                                                *
      *________________________________________________________________*



      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOUT
                  ASSIGN TO UT-S-REPORT.
      *Tarjeta de parametros: anio y mes a revisar
           SELECT PARM-REC
                  ASSIGN TO PARMFILE.
      *Catalogo de roles: un renglon por operador
           SELECT ROL-REC
                  ASSIGN TO ROLFILE.
      *Reporte de auditoria de PAYROL03 (DD DUMMY cuando no hay)
           SELECT NOMINA-REC
                  ASSIGN TO PAY03LOG.
      *Reporte de auditoria de ZM3CB003 (DD DUMMY cuando no hay)
           SELECT PARAM-REC
                  ASSIGN TO PARMAUD.
      *Resoluciones de excepciones de ZM4EX002 (DD DUMMY cuando no hay)
           SELECT EXCEP-REC
                  ASSIGN TO EXCRESOL.
      *Reversos aprobados de ZM4AP001 (DD DUMMY cuando no hay)
           SELECT REVERSO-REC
                  ASSIGN TO REVAPROB.
      *Registro de aclaraciones de Z94474Q, generacion vigente
           SELECT ACLA-REC
                  ASSIGN TO ACLAREG.



      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  REPOUT
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPREC.

       01 REPREC                       PIC X(100).

       FD  PARM-REC RECORDING MODE F.
       01 PARM-FIELDS.
          05 PARM-ANIO          PIC 9(04).
          05 PARM-MES           PIC 9(02).
          05 FILLER             PIC X(74).

      *Catalogo de roles: el numero de empleado en nomina (ceros si
      *no tiene), su propia cuenta Z94474T (blancos si no tiene) y
      *'S' por cada funcion que su rol le permite
       FD  ROL-REC RECORDING MODE F.
       01 REG-ROL.
          05 ROL-OPERADOR       PIC X(08).
          05 ROL-EMPLEADO       PIC 9(05).
          05 ROL-CUENTA         PIC X(08).
          05 ROL-FUNCIONES.
             10 ROL-MANT-CUENTAS    PIC X(01).
             10 ROL-APRUEBA-LIMITE  PIC X(01).
             10 ROL-MANT-NOMINA     PIC X(01).
             10 ROL-MANT-PARAMTAB   PIC X(01).
             10 ROL-RESUELVE-EXCEP  PIC X(01).
             10 ROL-APRUEBA-REVERSO PIC X(01).
             10 ROL-CAPTURA-ACLARA  PIC X(01).
             10 ROL-RESUELVE-ACLARA PIC X(01).
          05 FILLER             PIC X(51).

      *Reporte de auditoria de PAYROL03: un renglon por transaccion
       FD  NOMINA-REC RECORDING MODE F.
       01 REG-NOMINA.
          05 FILLER             PIC X(10).
          05 NOM-OPERADOR       PIC X(08).
          05 FILLER             PIC X(10).
          05 NOM-ACCION         PIC X(01).
          05 FILLER             PIC X(11).
          05 NOM-NUMERO         PIC 9(05).
          05 FILLER             PIC X(09).
          05 NOM-FECHA          PIC 9(08).
          05 FILLER REDEFINES NOM-FECHA.
             10 NOM-FECHA-AAMM  PIC 9(06).
             10 NOM-FECHA-DD    PIC 9(02).
          05 FILLER             PIC X(11).
          05 NOM-ESTATUS        PIC X(10).
          05 FILLER             PIC X(17).

      *Reporte de auditoria de ZM3CB003: imagen antes/despues del
      *renglon de PARAMTAB seguida del renglon del operador
       FD  PARAM-REC RECORDING MODE F.
       01 REG-PARAM-IMAGEN.
          05 PAR-ETIQUETA       PIC X(09).
          05 FILLER             PIC X(01).
          05 PAR-RENGLON.
             10 PAR-REN-LLAVE   PIC X(05).
             10 FILLER          PIC X(67).
             10 PAR-REN-VIG-DE  PIC X(04).
             10 FILLER          PIC X(04).
          05 FILLER             PIC X(42).
       01 REG-PARAM-OPERADOR.
          05 FILLER             PIC X(10).
          05 PAR-OPERADOR       PIC X(08).
          05 FILLER             PIC X(10).
          05 PAR-ACCION         PIC X(01).
          05 FILLER             PIC X(09).
          05 PAR-FECHA          PIC 9(08).
          05 FILLER REDEFINES PAR-FECHA.
             10 PAR-FECHA-AAMM  PIC 9(06).
             10 PAR-FECHA-DD    PIC 9(02).
          05 FILLER             PIC X(08).
          05 PAR-HORA           PIC 9(08).
          05 FILLER             PIC X(11).
          05 PAR-ESTATUS        PIC X(10).
          05 FILLER             PIC X(49).

      *Resolucion aceptada por ZM4EX002 (fecha AAAA-MM-DD)
       FD  EXCEP-REC RECORDING MODE F.
       01 REG-EXCEPCION.
          05 EXC-ORIGEN         PIC X(10).
          05 EXC-ICUENTA        PIC 9(07).
          05 EXC-CLAVE1         PIC X(10).
          05 EXC-ESTATUS        PIC X(01).
          05 EXC-OPERADOR       PIC X(08).
          05 EXC-FECHA.
             10 EXC-FECHA-AAAA  PIC 9(04).
             10 FILLER          PIC X(01).
             10 EXC-FECHA-MM    PIC 9(02).
             10 FILLER          PIC X(01).
             10 EXC-FECHA-DD    PIC 9(02).
          05 FILLER             PIC X(34).

      *Reverso aprobado por ZM4AP001 (fecha AAAA-MM-DD)
       FD  REVERSO-REC RECORDING MODE F.
       01 REG-REVERSO.
          05 REV-IEMPR          PIC X(03).
          05 REV-CCTAINVPAT     PIC X(10).
          05 REV-IREF           PIC 9(09).
          05 REV-MONTO          PIC 9(13)V99.
          05 REV-SUPERVISOR     PIC X(08).
          05 REV-FECHA.
             10 REV-FECHA-AAAA  PIC 9(04).
             10 FILLER          PIC X(01).
             10 REV-FECHA-MM    PIC 9(02).
             10 FILLER          PIC X(01).
             10 REV-FECHA-DD    PIC 9(02).
          05 REV-IREF-CARGO     PIC 9(10).
          05 FILLER             PIC X(15).

      *Aclaracion: registro del maestro de Z94474Q (150 posiciones)
       FD  ACLA-REC RECORDING MODE F.
       01 ACLARACION.
          05 ACL-ACCTNO         PIC X(08).
          05 ACL-FOLIO          PIC X(12).
          05 FILLER REDEFINES ACL-FOLIO.
             10 ACL-FOLIO-FECHA PIC 9(08).
             10 ACL-FOLIO-SEC   PIC 9(04).
          05 FILLER REDEFINES ACL-FOLIO.
             10 ACL-FOLIO-AAMM  PIC 9(06).
             10 FILLER          PIC X(06).
          05 ACL-MOV-TIPO       PIC X(01).
          05 ACL-MOV-FECHA      PIC X(08).
          05 ACL-MOV-REFERENCIA PIC X(12).
          05 ACL-MOV-IMPORTE    PIC 9(07)V99.
          05 ACL-IMPORTE        PIC 9(07)V99.
          05 ACL-FECHA-RECIBIDA PIC 9(08).
          05 ACL-FECHA-LIMITE   PIC 9(08).
          05 ACL-ESTATUS        PIC X(01).
             88 ACL-ABIERTA                       VALUE 'A'.
             88 ACL-PROCEDE                       VALUE 'C'.
             88 ACL-NO-PROCEDE                    VALUE 'R'.
          05 ACL-FECHA-RESOL    PIC 9(08).
          05 FILLER REDEFINES ACL-FECHA-RESOL.
             10 ACL-RESOL-AAMM  PIC 9(06).
             10 ACL-RESOL-DD    PIC 9(02).
          05 ACL-RAZON          PIC X(40).
          05 ACL-OPERADOR       PIC X(08).
          05 ACL-OPER-RESOL     PIC X(08).
          05 FILLER             PIC X(10).


       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 FLAG-ROL           PIC X             VALUE SPACE.
             88 FIN-ROL                           VALUE 'Y'.
             88 NO-FIN-ROL                        VALUE 'N'.
          05 FLAG-NOMINA        PIC X             VALUE SPACE.
             88 FIN-NOMINA                        VALUE 'Y'.
             88 NO-FIN-NOMINA                     VALUE 'N'.
          05 FLAG-PARAM         PIC X             VALUE SPACE.
             88 FIN-PARAM                         VALUE 'Y'.
             88 NO-FIN-PARAM                      VALUE 'N'.
          05 FLAG-EXCEP         PIC X             VALUE SPACE.
             88 FIN-EXCEP                         VALUE 'Y'.
             88 NO-FIN-EXCEP                      VALUE 'N'.
          05 FLAG-REVERSO       PIC X             VALUE SPACE.
             88 FIN-REVERSO                       VALUE 'Y'.
             88 NO-FIN-REVERSO                    VALUE 'N'.
          05 FLAG-ACLA          PIC X             VALUE SPACE.
             88 FIN-ACLA                          VALUE 'Y'.
             88 NO-FIN-ACLA                       VALUE 'N'.
          05 FLAG-CURSOR        PIC X             VALUE SPACE.
             88 FIN-CURSOR                        VALUE 'Y'.
             88 NO-FIN-CURSOR                     VALUE 'N'.

      *Tabla en memoria del catalogo de roles; TR-PUEDE se indexa
      *con el numero de funcion del evento
       01 TABLA-ROLES.
          05 WSC-MAX-ROLES      PIC 9(03)         VALUE 200.
          05 WSV-NUM-ROLES      PIC 9(03)         VALUE ZERO.
          05 WSV-IDX-ROL        PIC 9(03)         VALUE ZERO.
          05 WSV-KDX-ROL        PIC 9(03)         VALUE ZERO.
          05 ROLES-ENT          OCCURS 200 TIMES.
             10 TR-OPERADOR     PIC X(08).
             10 TR-EMPLEADO     PIC 9(05).
             10 TR-CUENTA       PIC X(08).
             10 TR-FUNCIONES    PIC X(08).
             10 FILLER REDEFINES TR-FUNCIONES.
                15 TR-PUEDE     PIC X(01)         OCCURS 8 TIMES.

      *Funciones, en el orden de las banderas del catalogo
       01 WSC-FUNCIONES-TABLA.
          05 FILLER             PIC X(20)         VALUE
                'MANTTO CUENTAS'.
          05 FILLER             PIC X(20)         VALUE
                'APRUEBA LIMITE'.
          05 FILLER             PIC X(20)         VALUE
                'MANTTO NOMINA'.
          05 FILLER             PIC X(20)         VALUE
                'MANTTO PARAMTAB'.
          05 FILLER             PIC X(20)         VALUE
                'RESUELVE EXCEPCION'.
          05 FILLER             PIC X(20)         VALUE
                'APRUEBA REVERSO'.
          05 FILLER             PIC X(20)         VALUE
                'CAPTURA ACLARACION'.
          05 FILLER             PIC X(20)         VALUE
                'RESUELVE ACLARACION'.
       01 FILLER REDEFINES WSC-FUNCIONES-TABLA.
          05 WSC-FUNCION-TEXTO  PIC X(20)         OCCURS 8 TIMES.

      *Hallazgos: 1 capturo y aprobo, 2 fuera de su rol, 3 sobre su
      *propio registro, 4 operador no catalogado
       01 WSC-HALLAZGOS-TABLA.
          05 FILLER             PIC X(22)         VALUE
                'CAPTURO Y APROBO MISMO'.
          05 FILLER             PIC X(22)         VALUE
                'FUERA DE SU ROL'.
          05 FILLER             PIC X(22)         VALUE
                'SU PROPIO REGISTRO'.
          05 FILLER             PIC X(22)         VALUE
                'OPERADOR NO CATALOGADO'.
       01 FILLER REDEFINES WSC-HALLAZGOS-TABLA.
          05 WSC-HALLAZGO-TEXTO PIC X(22)         OCCURS 4 TIMES.

      *Operadores que firmaron la cuenta de historia en proceso: si
      *el mismo dio mantenimiento y aprobo la revision de limite
       01 TABLA-OPER-CUENTA.
          05 WSC-MAX-OPCTA      PIC 9(02)         VALUE 50.
          05 WSV-NUM-OPCTA      PIC 9(02)         VALUE ZERO.
          05 WSV-IDX-OPCTA      PIC 9(02)         VALUE ZERO.
          05 WSV-KDX-OPCTA      PIC 9(02)         VALUE ZERO.
          05 OPCTA-ENT          OCCURS 50 TIMES.
             10 TO-OPERADOR     PIC X(08).
             10 TO-CAPTURO      PIC X(01).
             10 TO-APROBO       PIC X(01).
             10 TO-FECHA        PIC X(08).

      *Evento normalizado de cualquier bitacora
       01 EVENTO.
          05 WSV-EVT-ORIGEN     PIC X(08)         VALUE SPACES.
          05 WSV-EVT-OPERADOR   PIC X(08)         VALUE SPACES.
          05 WSV-EVT-FECHA      PIC X(08)         VALUE SPACES.
          05 WSV-EVT-FUNCION    PIC 9(01)         VALUE ZERO.
          05 WSV-EVT-ELEMENTO   PIC X(29)         VALUE SPACES.
          05 WSV-EVT-CUENTA     PIC X(08)         VALUE SPACES.
          05 WSV-EVT-EMPLEADO   PIC 9(05)         VALUE ZERO.

       01 VARIABLES.
          05 WSV-AAMM           PIC 9(06)         VALUE ZERO.
          05 WSV-AAMM-EVENTO    PIC 9(06)         VALUE ZERO.
          05 WSV-FECHA-EVENTO   PIC 9(08)         VALUE ZERO.
          05 WSV-CUENTA-HIST    PIC X(08)         VALUE SPACES.
          05 WSV-ELEMENTO-PARAM PIC X(29)         VALUE SPACES.
          05 WSV-TIPO-HALLAZGO  PIC 9(01)         VALUE ZERO.
          05 WSV-IDX-HALLAZGO   PIC 9(01)         VALUE ZERO.
          05 WSV-FUNCION-HIST   PIC 9(01)         VALUE ZERO.
          05 WSV-EVENTOS-ANT    PIC 9(07)         VALUE ZERO.

       01 FECHA-HORA-CORRIDA.
          05 WSV-FECHA-SISTEMA  PIC 9(08).
          05 WSV-HORA-SISTEMA   PIC 9(08).

       01 CIFRAS-CONTROL.
          05 A990-HIST-LEIDOS   PIC 9(07)         VALUE ZERO.
          05 A990-NOMINA-LEIDOS PIC 9(07)         VALUE ZERO.
          05 A990-PARAM-LEIDOS  PIC 9(07)         VALUE ZERO.
          05 A990-EXCEP-LEIDAS  PIC 9(07)         VALUE ZERO.
          05 A990-REV-LEIDOS    PIC 9(07)         VALUE ZERO.
          05 A990-ACLA-LEIDAS   PIC 9(07)         VALUE ZERO.
          05 A990-OMITIDOS      PIC 9(07)         VALUE ZERO.
          05 A990-EVENTOS       PIC 9(07)         VALUE ZERO.
          05 A990-TOT-HALLAZGOS PIC 9(07)         VALUE ZERO.
          05 A990-HALLAZGOS     PIC 9(07)         VALUE ZERO
                                OCCURS 4 TIMES.

      *****************************************************
      * Print format for the report                       *
      *****************************************************
       01  HEADER-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(40) VALUE
                 'SEGREGACION DE FUNCIONES - BITACORAS '.
           05 FILLER PIC X(10) VALUE '---------'.

       01  HEADER-2.
           05 FILLER            PIC X(09) VALUE 'PERIODO: '.
           05 H2-PERIODO        PIC 9(06).
           05 FILLER            PIC X(26) VALUE
                 '  OPERADORES EN CATALOGO: '.
           05 H2-OPERADORES     PIC ZZ9.
           05 FILLER            PIC X(56) VALUE SPACES.

       01  HEADER-DETALLE.
           05 FILLER            PIC X(50) VALUE
                 'ORIGEN   OPERADOR FECHA    FUNCION              EL'.
           05 FILLER            PIC X(36) VALUE
                 'EMENTO                      HALLAZGO'.

       01  DETALLE-HALLAZGO.
           05 DH-ORIGEN         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DH-OPERADOR       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DH-FECHA          PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DH-FUNCION        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DH-ELEMENTO       PIC X(29).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DH-HALLAZGO       PIC X(22).

       01  DETALLE-CIFRA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-TEXTO          PIC X(34).
           05 DC-CIFRA          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(57) VALUE SPACES.

       01  LINEA-BLANCA         PIC X(100)        VALUE SPACES.

       01  FOOTER-LINES.
           05 FILLER  PIC X(19) VALUE '-------------------'.
           05 FILLER  PIC X(19) VALUE '-------------------'.


      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
       01 UD-ERROR-MESSAGE     PIC X(80)         VALUE SPACES.
       01 SQLCODES.
          05 SQLCODE0          PIC S9(9) COMP-5  VALUE 0.
          05 SQLCODE100        PIC S9(9) COMP-5  VALUE 100.


      *****************************************************
      *  SQL Table Declaration                            *
      *****************************************************
                EXEC SQL DECLARE Z94474H TABLE
                        (ACCTNO CHAR(8) NOT NULL,
                         ACCION CHAR(1) NOT NULL,
                         OPERADOR CHAR(8) NOT NULL,
                         FECHA CHAR(8) NOT NULL,
                         HORA CHAR(8) NOT NULL,
                         B_LIMIT DECIMAL(9,2),
                         B_BALANCE DECIMAL(9,2),
                         B_SURNAME CHAR(20),
                         B_FIRSTN CHAR(15),
                         B_ADDRESS1 CHAR(25),
                         B_ADDRESS2 CHAR(20),
                         B_ADDRESS3 CHAR(15),
                         B_RESERVED CHAR(7),
                         B_COMMENTS CHAR(50),
                         A_LIMIT DECIMAL(9,2),
                         A_BALANCE DECIMAL(9,2),
                         A_SURNAME CHAR(20),
                         A_FIRSTN CHAR(15),
                         A_ADDRESS1 CHAR(25),
                         A_ADDRESS2 CHAR(20),
                         A_ADDRESS3 CHAR(15),
                         A_RESERVED CHAR(7),
                         A_COMMENTS CHAR(50))
                         END-EXEC.

      *****************************************************
      * SQL Cursors: el mantenimiento de operadores del   *
      * periodo, por cuenta                               *
      *****************************************************
                EXEC SQL DECLARE CURHISTORIA CURSOR FOR
                        SELECT ACCTNO, ACCION, OPERADOR, FECHA,
                               A_COMMENTS
                          FROM Z94474H
                         WHERE FECHA BETWEEN :HIST-DESDE
                                         AND :HIST-HASTA
                           AND ACCION IN ('A', 'C', 'B')
                         ORDER BY ACCTNO, FECHA, HORA
                 END-EXEC.

      *****************************************************
      * HOST variables where we receive the row           *
      *****************************************************
       01 HOST-VARIABLES.
          02 HIST-ACCTNO       PIC X(8).
          02 HIST-ACCION       PIC X(1).
          02 HIST-OPERADOR     PIC X(8).
          02 HIST-FECHA        PIC X(8).
          02 HIST-COMENTARIO   PIC X(50).
          02 FILLER REDEFINES HIST-COMENTARIO.
             03 HIST-COM-REVISION PIC X(19).
             03 FILLER         PIC X(31).
          02 IND-COMENTARIO    PIC S9(4) COMP.
          02 HIST-DESDE        PIC X(8).
          02 HIST-HASTA        PIC X(8).


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       START-PROGRAM.
           OPEN OUTPUT REPOUT.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-SISTEMA  FROM TIME
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-ROLES.
           WRITE REPREC FROM HEADER-1.
           MOVE WSV-AAMM          TO H2-PERIODO.
           MOVE WSV-NUM-ROLES     TO H2-OPERADORES.
           WRITE REPREC FROM HEADER-2.
           WRITE REPREC FROM LINEA-BLANCA.
           WRITE REPREC FROM HEADER-DETALLE.
           PERFORM REVISA-HISTORIA.
           PERFORM REVISA-NOMINA.
           PERFORM REVISA-PARAMTAB.
           PERFORM REVISA-EXCEPCIONES.
           PERFORM REVISA-REVERSOS.
           PERFORM REVISA-ACLARACIONES.
           PERFORM ESCRIBE-CIFRAS.

       END-PROGRAM.
           WRITE REPREC FROM FOOTER-LINES.
           CLOSE REPOUT.
           GOBACK.


      ***************************************************
      * LEE-PARAMETROS: el periodo es un mes completo;   *
      * las fechas AAAAMMDD del mes van del dia 01 al 31 *
      ***************************************************
       LEE-PARAMETROS.
           OPEN INPUT PARM-REC
           READ PARM-REC
              AT END
                 DISPLAY 'Z94474S FALTA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARM-REC
                 STOP RUN
           END-READ
           CLOSE PARM-REC
           IF PARM-ANIO IS NOT NUMERIC
           OR PARM-MES IS NOT NUMERIC
           OR PARM-MES < 1 OR PARM-MES > 12
              DISPLAY 'Z94474S ANIO O MES INVALIDOS: ' PARM-FIELDS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WSV-AAMM = (PARM-ANIO * 100) + PARM-MES
           COMPUTE WSV-FECHA-EVENTO = (WSV-AAMM * 100) + 1
           MOVE WSV-FECHA-EVENTO TO HIST-DESDE
           COMPUTE WSV-FECHA-EVENTO = (WSV-AAMM * 100) + 31
           MOVE WSV-FECHA-EVENTO TO HIST-HASTA.


      ***************************************************
      * CARGA-ROLES lee el catalogo completo a memoria;  *
      * sin catalogo todo operador sale no catalogado    *
      ***************************************************
       CARGA-ROLES.
           OPEN INPUT ROL-REC
           SET NO-FIN-ROL TO TRUE
           PERFORM LEE-ROL UNTIL FIN-ROL
           CLOSE ROL-REC
           IF WSV-NUM-ROLES = ZERO
              DISPLAY 'Z94474S CATALOGO DE ROLES VACIO: TODO '
                      'OPERADOR SALDRA NO CATALOGADO'
           END-IF.

       LEE-ROL.
           READ ROL-REC
              AT END
                 SET FIN-ROL TO TRUE
              NOT AT END
                 IF WSV-NUM-ROLES < WSC-MAX-ROLES
                    ADD 1 TO WSV-NUM-ROLES
                    MOVE ROL-OPERADOR TO TR-OPERADOR (WSV-NUM-ROLES)
                    IF ROL-EMPLEADO IS NUMERIC
                       MOVE ROL-EMPLEADO TO
                          TR-EMPLEADO (WSV-NUM-ROLES)
                    ELSE
                       MOVE ZERO TO TR-EMPLEADO (WSV-NUM-ROLES)
                    END-IF
                    MOVE ROL-CUENTA TO TR-CUENTA (WSV-NUM-ROLES)
                    MOVE ROL-FUNCIONES TO
                       TR-FUNCIONES (WSV-NUM-ROLES)
                 ELSE
                    DISPLAY 'Z94474S CATALOGO DE ROLES EXCEDE LA '
                            'TABLA, RENGLON IGNORADO: ' ROL-OPERADOR
                 END-IF
           END-READ.


      ***************************************************
      * REVISA-HISTORIA: el mantenimiento de cuentas del *
      * periodo; al cambiar de cuenta revisa si algun    *
      * operador le dio mantenimiento y ademas aprobo su *
      * revision de limite                               *
      ***************************************************
       REVISA-HISTORIA.
           PERFORM ABRO-CURSOR.
           PERFORM LEE-CURSOR.
           PERFORM PROCESA-CUENTA-HIST UNTIL FIN-CURSOR.
           PERFORM CIERRO-CURSOR.

       PROCESA-CUENTA-HIST.
           MOVE HIST-ACCTNO TO WSV-CUENTA-HIST
           MOVE ZERO TO WSV-NUM-OPCTA
           PERFORM EVENTO-HISTORIA
              UNTIL FIN-CURSOR
                 OR HIST-ACCTNO NOT = WSV-CUENTA-HIST
           PERFORM REVISA-OPER-CUENTA
              VARYING WSV-IDX-OPCTA FROM 1 BY 1
                UNTIL WSV-IDX-OPCTA > WSV-NUM-OPCTA.

       EVENTO-HISTORIA.
           ADD 1 TO A990-HIST-LEIDOS
           MOVE 1 TO WSV-FUNCION-HIST
           IF HIST-ACCION = 'C'
           AND IND-COMENTARIO NOT < ZERO
           AND HIST-COM-REVISION = 'REVISION DE LIMITE '
              MOVE 2 TO WSV-FUNCION-HIST
           END-IF
           MOVE 'Z94474H '        TO WSV-EVT-ORIGEN
           MOVE HIST-OPERADOR     TO WSV-EVT-OPERADOR
           MOVE HIST-FECHA        TO WSV-EVT-FECHA
           MOVE WSV-FUNCION-HIST  TO WSV-EVT-FUNCION
           MOVE SPACES            TO WSV-EVT-ELEMENTO
           STRING 'CUENTA ' HIST-ACCTNO DELIMITED BY SIZE
                  INTO WSV-EVT-ELEMENTO
           MOVE HIST-ACCTNO       TO WSV-EVT-CUENTA
           MOVE ZERO              TO WSV-EVT-EMPLEADO
           PERFORM EVALUA-EVENTO
           PERFORM REGISTRA-OPER-CUENTA
           PERFORM LEE-CURSOR.

       REGISTRA-OPER-CUENTA.
           MOVE ZERO TO WSV-KDX-OPCTA
           PERFORM BUSCA-OPER-CUENTA
              VARYING WSV-IDX-OPCTA FROM 1 BY 1
                UNTIL WSV-IDX-OPCTA > WSV-NUM-OPCTA
                   OR WSV-KDX-OPCTA NOT = ZERO
           IF WSV-KDX-OPCTA = ZERO
              IF WSV-NUM-OPCTA < WSC-MAX-OPCTA
                 ADD 1 TO WSV-NUM-OPCTA
                 MOVE WSV-NUM-OPCTA TO WSV-KDX-OPCTA
                 MOVE HIST-OPERADOR TO TO-OPERADOR (WSV-KDX-OPCTA)
                 MOVE 'N'           TO TO-CAPTURO  (WSV-KDX-OPCTA)
                 MOVE 'N'           TO TO-APROBO   (WSV-KDX-OPCTA)
                 MOVE SPACES        TO TO-FECHA    (WSV-KDX-OPCTA)
              ELSE
                 DISPLAY 'Z94474S DEMASIADOS OPERADORES EN LA '
                         'CUENTA ' HIST-ACCTNO ', ' HIST-OPERADOR
                         ' NO SE CRUZA'
              END-IF
           END-IF
           IF WSV-KDX-OPCTA NOT = ZERO
              IF WSV-FUNCION-HIST = 2
                 MOVE 'S'        TO TO-APROBO (WSV-KDX-OPCTA)
                 MOVE HIST-FECHA TO TO-FECHA  (WSV-KDX-OPCTA)
              ELSE
                 MOVE 'S'        TO TO-CAPTURO (WSV-KDX-OPCTA)
              END-IF
           END-IF.

       BUSCA-OPER-CUENTA.
           IF TO-OPERADOR (WSV-IDX-OPCTA) = HIST-OPERADOR
              MOVE WSV-IDX-OPCTA TO WSV-KDX-OPCTA
           END-IF.

       REVISA-OPER-CUENTA.
           IF TO-CAPTURO (WSV-IDX-OPCTA) = 'S'
           AND TO-APROBO (WSV-IDX-OPCTA) = 'S'
              MOVE 'Z94474H '      TO WSV-EVT-ORIGEN
              MOVE TO-OPERADOR (WSV-IDX-OPCTA) TO WSV-EVT-OPERADOR
              MOVE TO-FECHA (WSV-IDX-OPCTA)    TO WSV-EVT-FECHA
              MOVE 2               TO WSV-EVT-FUNCION
              MOVE SPACES          TO WSV-EVT-ELEMENTO
              STRING 'CUENTA ' WSV-CUENTA-HIST DELIMITED BY SIZE
                     INTO WSV-EVT-ELEMENTO
              MOVE 1               TO WSV-TIPO-HALLAZGO
              PERFORM ESCRIBE-HALLAZGO
           END-IF.


      ***************************************************
      * REVISA-NOMINA: cada transaccion de PAYROL03 del  *
      * periodo, aplicada o rechazada; el empleado que   *
      * toca es el registro propio si es el del operador *
      ***************************************************
       REVISA-NOMINA.
           OPEN INPUT NOMINA-REC
           SET NO-FIN-NOMINA TO TRUE
           PERFORM LEE-NOMINA UNTIL FIN-NOMINA
           CLOSE NOMINA-REC.

       LEE-NOMINA.
           READ NOMINA-REC
              AT END
                 SET FIN-NOMINA TO TRUE
              NOT AT END
                 ADD 1 TO A990-NOMINA-LEIDOS
                 IF NOM-FECHA IS NUMERIC
                 AND NOM-NUMERO IS NUMERIC
                 AND NOM-FECHA-AAMM = WSV-AAMM
                    MOVE 'PAYROL03'    TO WSV-EVT-ORIGEN
                    MOVE NOM-OPERADOR  TO WSV-EVT-OPERADOR
                    MOVE NOM-FECHA     TO WSV-EVT-FECHA
                    MOVE 3             TO WSV-EVT-FUNCION
                    MOVE SPACES        TO WSV-EVT-ELEMENTO
                    STRING 'EMPLEADO ' NOM-NUMERO DELIMITED BY SIZE
                           INTO WSV-EVT-ELEMENTO
                    MOVE SPACES        TO WSV-EVT-CUENTA
                    MOVE NOM-NUMERO    TO WSV-EVT-EMPLEADO
                    PERFORM EVALUA-EVENTO
                 ELSE
                    ADD 1 TO A990-OMITIDOS
                 END-IF
           END-READ.


      ***************************************************
      * REVISA-PARAMTAB: el renglon del operador sigue a *
      * la imagen antes/despues del renglon de PARAMTAB; *
      * el elemento es la llave y vigencia de la imagen  *
      * (la transaccion rechazada no trae imagen)        *
      ***************************************************
       REVISA-PARAMTAB.
           MOVE SPACES TO WSV-ELEMENTO-PARAM
           OPEN INPUT PARAM-REC
           SET NO-FIN-PARAM TO TRUE
           PERFORM LEE-PARAMTAB UNTIL FIN-PARAM
           CLOSE PARAM-REC.

       LEE-PARAMTAB.
           READ PARAM-REC
              AT END
                 SET FIN-PARAM TO TRUE
              NOT AT END
                 EVALUATE PAR-ETIQUETA
                    WHEN 'ANTES   :'
                    WHEN 'DESPUES :'
                       IF PAR-REN-LLAVE NOT = SPACES
                       AND PAR-REN-LLAVE (1:1) NOT = '('
                          MOVE SPACES TO WSV-ELEMENTO-PARAM
                          STRING 'PARAMTAB ' PAR-REN-LLAVE ' '
                                 PAR-REN-VIG-DE DELIMITED BY SIZE
                                 INTO WSV-ELEMENTO-PARAM
                       END-IF
                    WHEN 'OPERADOR:'
                       PERFORM EVENTO-PARAMTAB
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       EVENTO-PARAMTAB.
           ADD 1 TO A990-PARAM-LEIDOS
           IF PAR-FECHA IS NUMERIC
           AND PAR-FECHA-AAMM = WSV-AAMM
              MOVE 'ZM3CB003'         TO WSV-EVT-ORIGEN
              MOVE PAR-OPERADOR       TO WSV-EVT-OPERADOR
              MOVE PAR-FECHA          TO WSV-EVT-FECHA
              MOVE 4                  TO WSV-EVT-FUNCION
              MOVE WSV-ELEMENTO-PARAM TO WSV-EVT-ELEMENTO
              MOVE SPACES             TO WSV-EVT-CUENTA
              MOVE ZERO               TO WSV-EVT-EMPLEADO
              PERFORM EVALUA-EVENTO
           ELSE
              ADD 1 TO A990-OMITIDOS
           END-IF
           MOVE SPACES TO WSV-ELEMENTO-PARAM.


      ***************************************************
      * REVISA-EXCEPCIONES: resoluciones de ZM4EX002     *
      ***************************************************
       REVISA-EXCEPCIONES.
           OPEN INPUT EXCEP-REC
           SET NO-FIN-EXCEP TO TRUE
           PERFORM LEE-EXCEPCION UNTIL FIN-EXCEP
           CLOSE EXCEP-REC.

       LEE-EXCEPCION.
           READ EXCEP-REC
              AT END
                 SET FIN-EXCEP TO TRUE
              NOT AT END
                 ADD 1 TO A990-EXCEP-LEIDAS
                 MOVE ZERO TO WSV-AAMM-EVENTO
                 IF EXC-FECHA-AAAA IS NUMERIC
                 AND EXC-FECHA-MM IS NUMERIC
                 AND EXC-FECHA-DD IS NUMERIC
                    COMPUTE WSV-AAMM-EVENTO =
                            (EXC-FECHA-AAAA * 100) + EXC-FECHA-MM
                 END-IF
                 IF WSV-AAMM-EVENTO = WSV-AAMM
                    MOVE 'ZM4EX002'    TO WSV-EVT-ORIGEN
                    MOVE EXC-OPERADOR  TO WSV-EVT-OPERADOR
                    MOVE SPACES        TO WSV-EVT-FECHA
                    STRING EXC-FECHA-AAAA EXC-FECHA-MM EXC-FECHA-DD
                           DELIMITED BY SIZE INTO WSV-EVT-FECHA
                    MOVE 5             TO WSV-EVT-FUNCION
                    MOVE SPACES        TO WSV-EVT-ELEMENTO
                    STRING EXC-ORIGEN ' ' EXC-ICUENTA ' ' EXC-CLAVE1
                           DELIMITED BY SIZE INTO WSV-EVT-ELEMENTO
                    MOVE SPACES        TO WSV-EVT-CUENTA
                    MOVE ZERO          TO WSV-EVT-EMPLEADO
                    PERFORM EVALUA-EVENTO
                 ELSE
                    ADD 1 TO A990-OMITIDOS
                 END-IF
           END-READ.


      ***************************************************
      * REVISA-REVERSOS: visto bueno del supervisor en   *
      * ZM4AP001                                         *
      ***************************************************
       REVISA-REVERSOS.
           OPEN INPUT REVERSO-REC
           SET NO-FIN-REVERSO TO TRUE
           PERFORM LEE-REVERSO UNTIL FIN-REVERSO
           CLOSE REVERSO-REC.

       LEE-REVERSO.
           READ REVERSO-REC
              AT END
                 SET FIN-REVERSO TO TRUE
              NOT AT END
                 ADD 1 TO A990-REV-LEIDOS
                 MOVE ZERO TO WSV-AAMM-EVENTO
                 IF REV-FECHA-AAAA IS NUMERIC
                 AND REV-FECHA-MM IS NUMERIC
                 AND REV-FECHA-DD IS NUMERIC
                    COMPUTE WSV-AAMM-EVENTO =
                            (REV-FECHA-AAAA * 100) + REV-FECHA-MM
                 END-IF
                 IF WSV-AAMM-EVENTO = WSV-AAMM
                    MOVE 'ZM4AP001'     TO WSV-EVT-ORIGEN
                    MOVE REV-SUPERVISOR TO WSV-EVT-OPERADOR
                    MOVE SPACES         TO WSV-EVT-FECHA
                    STRING REV-FECHA-AAAA REV-FECHA-MM REV-FECHA-DD
                           DELIMITED BY SIZE INTO WSV-EVT-FECHA
                    MOVE 6              TO WSV-EVT-FUNCION
                    MOVE SPACES         TO WSV-EVT-ELEMENTO
                    STRING 'REF ' REV-IREF ' ' REV-CCTAINVPAT
                           DELIMITED BY SIZE INTO WSV-EVT-ELEMENTO
                    MOVE SPACES         TO WSV-EVT-CUENTA
                    MOVE ZERO           TO WSV-EVT-EMPLEADO
                    PERFORM EVALUA-EVENTO
                 ELSE
                    ADD 1 TO A990-OMITIDOS
                 END-IF
           END-READ.


      ***************************************************
      * REVISA-ACLARACIONES: la captura cuenta en el mes *
      * de su folio y la resolucion en el de su fecha de *
      * resolucion; la aclaracion resuelta por quien la  *
      * capturo es hallazgo                              *
      ***************************************************
       REVISA-ACLARACIONES.
           OPEN INPUT ACLA-REC
           SET NO-FIN-ACLA TO TRUE
           PERFORM LEE-ACLARACION UNTIL FIN-ACLA
           CLOSE ACLA-REC.

       LEE-ACLARACION.
           READ ACLA-REC
              AT END
                 SET FIN-ACLA TO TRUE
              NOT AT END
                 ADD 1 TO A990-ACLA-LEIDAS
                 MOVE 'Z94474Q '     TO WSV-EVT-ORIGEN
                 MOVE SPACES         TO WSV-EVT-ELEMENTO
                 STRING 'ACL ' ACL-ACCTNO ' ' ACL-FOLIO
                        DELIMITED BY SIZE INTO WSV-EVT-ELEMENTO
                 MOVE ACL-ACCTNO     TO WSV-EVT-CUENTA
                 MOVE ZERO           TO WSV-EVT-EMPLEADO
                 MOVE A990-EVENTOS   TO WSV-EVENTOS-ANT
                 IF ACL-FOLIO-FECHA IS NUMERIC
                 AND ACL-FOLIO-AAMM = WSV-AAMM
                    PERFORM EVENTO-CAPTURA-ACLA
                 END-IF
                 IF NOT ACL-ABIERTA
                 AND ACL-FECHA-RESOL IS NUMERIC
                 AND ACL-RESOL-AAMM = WSV-AAMM
                    PERFORM EVENTO-RESOL-ACLA
                 END-IF
                 IF A990-EVENTOS = WSV-EVENTOS-ANT
                    ADD 1 TO A990-OMITIDOS
                 END-IF
           END-READ.

       EVENTO-CAPTURA-ACLA.
           MOVE ACL-OPERADOR    TO WSV-EVT-OPERADOR
           MOVE ACL-FOLIO-FECHA TO WSV-EVT-FECHA
           MOVE 7               TO WSV-EVT-FUNCION
           PERFORM EVALUA-EVENTO.

       EVENTO-RESOL-ACLA.
           MOVE ACL-OPER-RESOL  TO WSV-EVT-OPERADOR
           MOVE ACL-FECHA-RESOL TO WSV-EVT-FECHA
           MOVE 8               TO WSV-EVT-FUNCION
           PERFORM EVALUA-EVENTO
           IF ACL-OPER-RESOL = ACL-OPERADOR
              MOVE 1 TO WSV-TIPO-HALLAZGO
              PERFORM ESCRIBE-HALLAZGO
           END-IF.


      ***************************************************
      * EVALUA-EVENTO: busca al operador en el catalogo, *
      * revisa que la funcion este en su rol y que no    *
      * sea su propio registro (su cuenta o su numero de *
      * empleado)                                        *
      ***************************************************
       EVALUA-EVENTO.
           ADD 1 TO A990-EVENTOS
           MOVE ZERO TO WSV-KDX-ROL
           PERFORM BUSCA-ROL
              VARYING WSV-IDX-ROL FROM 1 BY 1
                UNTIL WSV-IDX-ROL > WSV-NUM-ROLES
                   OR WSV-KDX-ROL NOT = ZERO
           IF WSV-KDX-ROL = ZERO
              MOVE 4 TO WSV-TIPO-HALLAZGO
              PERFORM ESCRIBE-HALLAZGO
           ELSE
              IF TR-PUEDE (WSV-KDX-ROL, WSV-EVT-FUNCION) NOT = 'S'
                 MOVE 2 TO WSV-TIPO-HALLAZGO
                 PERFORM ESCRIBE-HALLAZGO
              END-IF
              IF (WSV-EVT-CUENTA NOT = SPACES
                  AND WSV-EVT-CUENTA = TR-CUENTA (WSV-KDX-ROL))
              OR (WSV-EVT-EMPLEADO NOT = ZERO
                  AND WSV-EVT-EMPLEADO = TR-EMPLEADO (WSV-KDX-ROL))
                 MOVE 3 TO WSV-TIPO-HALLAZGO
                 PERFORM ESCRIBE-HALLAZGO
              END-IF
           END-IF.

       BUSCA-ROL.
           IF TR-OPERADOR (WSV-IDX-ROL) = WSV-EVT-OPERADOR
              MOVE WSV-IDX-ROL TO WSV-KDX-ROL
           END-IF.

       ESCRIBE-HALLAZGO.
           ADD 1 TO A990-TOT-HALLAZGOS
           ADD 1 TO A990-HALLAZGOS (WSV-TIPO-HALLAZGO)
           MOVE WSV-EVT-ORIGEN   TO DH-ORIGEN
           MOVE WSV-EVT-OPERADOR TO DH-OPERADOR
           MOVE WSV-EVT-FECHA    TO DH-FECHA
           MOVE WSC-FUNCION-TEXTO (WSV-EVT-FUNCION) TO DH-FUNCION
           MOVE WSV-EVT-ELEMENTO TO DH-ELEMENTO
           MOVE WSC-HALLAZGO-TEXTO (WSV-TIPO-HALLAZGO)
                                 TO DH-HALLAZGO
           WRITE REPREC FROM DETALLE-HALLAZGO.


       LEE-CURSOR.
           EXEC SQL
                FETCH CURHISTORIA
                INTO :HIST-ACCTNO, :HIST-ACCION, :HIST-OPERADOR,
                     :HIST-FECHA, :HIST-COMENTARIO :IND-COMENTARIO
           END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 CONTINUE
              WHEN SQLCODE100
                 SET FIN-CURSOR TO TRUE
              WHEN OTHER
                 MOVE 'ERROR EN FETCH' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE.


       ABRO-CURSOR.
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
                OPEN CURHISTORIA
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN OPEN CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


       CIERRO-CURSOR.
           EXEC SQL
                CLOSE CURHISTORIA
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN CLOSE CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


      ***************************************************
      * ESCRIBE-CIFRAS: lo leido de cada bitacora y los  *
      * hallazgos por tipo; con hallazgos, RC 4          *
      ***************************************************
       ESCRIBE-CIFRAS.
           WRITE REPREC FROM LINEA-BLANCA
           MOVE SPACES TO DETALLE-CIFRA
           MOVE 'CATALOGO DE ROLES (OPERADORES)   :' TO DC-TEXTO
           MOVE WSV-NUM-ROLES TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'HISTORIA Z94474H EN EL PERIODO   :' TO DC-TEXTO
           MOVE A990-HIST-LEIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'BITACORA PAYROL03 LEIDOS         :' TO DC-TEXTO
           MOVE A990-NOMINA-LEIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'AUDITORIA ZM3CB003 LEIDOS        :' TO DC-TEXTO
           MOVE A990-PARAM-LEIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'RESOLUCIONES ZM4EX002 LEIDAS     :' TO DC-TEXTO
           MOVE A990-EXCEP-LEIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'REVERSOS ZM4AP001 LEIDOS         :' TO DC-TEXTO
           MOVE A990-REV-LEIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ACLARACIONES Z94474Q LEIDAS      :' TO DC-TEXTO
           MOVE A990-ACLA-LEIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'FUERA DEL PERIODO U OTRO RENGLON :' TO DC-TEXTO
           MOVE A990-OMITIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'EVENTOS REVISADOS                :' TO DC-TEXTO
           MOVE A990-EVENTOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           WRITE REPREC FROM LINEA-BLANCA
           PERFORM ESCRIBE-CIFRA-HALLAZGO
              VARYING WSV-IDX-HALLAZGO FROM 1 BY 1
                UNTIL WSV-IDX-HALLAZGO > 4
           MOVE 'TOTAL DE HALLAZGOS               :' TO DC-TEXTO
           MOVE A990-TOT-HALLAZGOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           IF A990-TOT-HALLAZGOS > ZERO
              DISPLAY 'Z94474S HALLAZGOS DE SEGREGACION DE '
                      'FUNCIONES: ' A990-TOT-HALLAZGOS
              MOVE 4 TO RETURN-CODE
           END-IF.

       ESCRIBE-CIFRA-HALLAZGO.
           MOVE WSC-HALLAZGO-TEXTO (WSV-IDX-HALLAZGO) TO DC-TEXTO
           MOVE ':' TO DC-TEXTO (34:1)
           MOVE A990-HALLAZGOS (WSV-IDX-HALLAZGO) TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA.
