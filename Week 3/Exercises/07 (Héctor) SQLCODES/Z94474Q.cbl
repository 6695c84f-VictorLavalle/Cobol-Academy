      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    Z94474Q.
       AUTHOR.        Xideral.

      *________________________________________________________________*
      *                                                                *
      *   REGISTRO DE ACLARACIONES CON ABONO PROVISIONAL - Z94474T     *
      *                                                                *
      * Corrida diaria del registro de aclaraciones de los clientes.  *
      * El registro es un maestro secuencial por cuenta y folio       *
      * (ACLAIN, generacion anterior; ACLAOUT, la nueva). Las         *
      * solicitudes del dia (SOLIFILE, ordenadas por cuenta) son:     *
      *   'A' alta: el movimiento que se aclara (compra de Z94474D,   *
      *       interes o comision de Z94474I) debe existir en los      *
      *       movimientos aplicados (MOVSIN) y no tener otra          *
      *       aclaracion; se le asigna folio (fecha de proceso y      *
      *       consecutivo de la cuenta), fecha limite de respuesta    *
      *       (recepcion mas el plazo legal en dias) y se genera el   *
      *       abono provisional como movimiento 'A' para Z94474D      *
      *   'C' procede: el abono provisional queda definitivo          *
      *   'R' no procede: con razon obligatoria, se genera el         *
      *       reverso del abono como movimiento 'R' para Z94474D      *
      * El abono y su reverso pasan por la aplicacion normal de       *
      * movimientos (Z94474D): historia 'T', COMMIT por cuenta y      *
      * poliza; su referencia es el folio de la aclaracion.           *
      * Las solicitudes invalidas salen al archivo de rechazos con    *
      * su razon. Al final, el reporte de antiguedad lista cada       *
      * aclaracion abierta como VENCIDA (paso su fecha limite), POR   *
      * VENCER (vence dentro de los dias de aviso) o EN PLAZO.        *
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
      *Tarjeta de parametros: fecha de proceso, plazo y aviso
           SELECT PARM-REC
                  ASSIGN TO PARMFILE.
      *Solicitudes del dia, ordenadas por cuenta
           SELECT SOL-REC
                  ASSIGN TO SOLIFILE.
      *Registro de aclaraciones, generacion anterior
           SELECT ACLA-IN
                  ASSIGN TO ACLAIN.
      *Registro de aclaraciones, generacion nueva
           SELECT ACLA-OUT
                  ASSIGN TO ACLAOUT.
      *Movimientos aplicados de Z94474D y Z94474I, por cuenta
           SELECT MOVS-REC
                  ASSIGN TO MOVSIN.
      *Abonos provisionales y sus reversos para Z94474D
           SELECT POST-REC
                  ASSIGN TO POSTFILE.
      *Solicitudes rechazadas, con razon
           SELECT RECH-REC
                  ASSIGN TO REJFILE.
      *Antiguedad de las aclaraciones abiertas
           SELECT ANTIG-REC
                  ASSIGN TO ANTIGRPT.



      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  REPOUT
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPREC.

       01 REPREC                       PIC X(100).

      *Tarjeta: fecha de proceso (en blanco, la del sistema), plazo
      *legal de respuesta en dias naturales (en ceros, 45) y dias de
      *aviso antes del vencimiento (en ceros, 10)
       FD  PARM-REC RECORDING MODE F.
       01 PARM-FIELDS.
          05 PARM-FECHA-PROCESO PIC X(08).
          05 PARM-PLAZO-DIAS    PIC 9(03).
          05 PARM-DIAS-AVISO    PIC 9(03).
          05 FILLER             PIC X(66).

      *Solicitud: alta con el movimiento que se aclara (tipo, fecha
      *y referencia como vienen en MOVSFILE), importe aclarado y
      *fecha en que se recibio; resolucion con el folio
       FD  SOL-REC RECORDING MODE F.
       01 REG-SOLICITUD.
          05 SOL-ACCTNO         PIC X(08).
          05 SOL-ACCION         PIC X(01).
             88 SOL-ALTA                          VALUE 'A'.
             88 SOL-PROCEDE                       VALUE 'C'.
             88 SOL-NO-PROCEDE                    VALUE 'R'.
          05 SOL-FOLIO          PIC X(12).
          05 SOL-MOV-TIPO       PIC X(01).
          05 SOL-MOV-FECHA      PIC X(08).
          05 SOL-MOV-REFERENCIA PIC X(12).
          05 SOL-IMPORTE        PIC 9(07)V99.
          05 SOL-FECHA-RECIBIDA PIC X(08).
          05 SOL-OPERADOR       PIC X(08).
          05 SOL-RAZON          PIC X(40).
          05 FILLER             PIC X(13).

       FD  ACLA-IN RECORDING MODE F.
       01 REG-ACLA-IN.
          05 AIN-ACCTNO         PIC X(08).
          05 AIN-FOLIO          PIC X(12).
          05 FILLER             PIC X(130).

       FD  ACLA-OUT RECORDING MODE F.
       01 REG-ACLA-OUT                 PIC X(150).

      *Movimientos aplicados: mismo layout de Z94474D y Z94474I
       FD  MOVS-REC RECORDING MODE F.
       01 REG-MOVIMIENTO.
          05 MOV-ACCTNO         PIC X(08).
          05 MOV-TIPO           PIC X(01).
          05 MOV-TASA           PIC 9(02)V9(04).
          05 MOV-IMPORTE        PIC S9(7)V99.
          05 MOV-SALDO-RESULTA  PIC S9(7)V99.
          05 MOV-FECHA-CORTE    PIC X(08).
          05 MOV-REFERENCIA     PIC X(12).
          05 FILLER             PIC X(26).

      *Movimiento para Z94474D (mismo layout que su POSTFILE)
       FD  POST-REC RECORDING MODE F.
       01 REG-TRX.
          05 TRX-ACCTNO         PIC X(08).
          05 TRX-TIPO           PIC X(01).
          05 TRX-IMPORTE        PIC 9(07)V99.
          05 TRX-FECHA          PIC X(08).
          05 TRX-REFERENCIA     PIC X(12).
          05 FILLER             PIC X(42).

       FD  RECH-REC RECORDING MODE F.
       01 REG-RECHAZO.
          05 RECH-SOLICITUD     PIC X(120).
          05 RECH-RAZON         PIC X(40).

       FD  ANTIG-REC
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REG-ANTIG.

       01 REG-ANTIG                    PIC X(100).


       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 FLAG-SOL           PIC X             VALUE SPACE.
             88 FIN-SOL                           VALUE 'Y'.
             88 NO-FIN-SOL                        VALUE 'N'.
          05 FLAG-ACLA          PIC X             VALUE SPACE.
             88 FIN-ACLA                          VALUE 'Y'.
             88 NO-FIN-ACLA                       VALUE 'N'.
          05 FLAG-MOVS          PIC X             VALUE SPACE.
             88 FIN-MOVS                          VALUE 'Y'.
             88 NO-FIN-MOVS                       VALUE 'N'.
          05 FLAG-EXISTE        PIC X             VALUE SPACE.
             88 CUENTA-EXISTE                     VALUE 'Y'.
             88 CUENTA-NO-EXISTE                  VALUE 'N'.
          05 FLAG-HALLADO       PIC X             VALUE SPACE.
             88 HALLADO                           VALUE 'Y'.
             88 NO-HALLADO                        VALUE 'N'.

      *Aclaracion: registro del maestro (150 posiciones)
       01 ACLARACION.
          05 ACL-ACCTNO         PIC X(08).
          05 ACL-FOLIO          PIC X(12).
          05 FILLER REDEFINES ACL-FOLIO.
             10 ACL-FOLIO-FECHA PIC 9(08).
             10 ACL-FOLIO-SEC   PIC 9(04).
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
          05 ACL-RAZON          PIC X(40).
          05 ACL-OPERADOR       PIC X(08).
          05 ACL-OPER-RESOL     PIC X(08).
          05 FILLER             PIC X(10).

      *Aclaraciones de la cuenta en proceso (las del maestro mas las
      *altas del dia, en orden de folio)
       01 TABLA-ACLARACIONES.
          05 WSC-MAX-ACLA       PIC 9(03)         VALUE 100.
          05 WSV-NUM-ACLA       PIC 9(03)         VALUE ZERO.
          05 WSV-IDX-ACLA       PIC 9(03)         VALUE ZERO.
          05 WSV-KDX-ACLA       PIC 9(03)         VALUE ZERO.
          05 ACLA-ENT           OCCURS 100 TIMES.
             10 TA-REGISTRO     PIC X(150).

      *Movimientos aplicados de la cuenta en proceso
       01 TABLA-MOVIMIENTOS.
          05 WSC-MAX-MOVS       PIC 9(03)         VALUE 500.
          05 WSV-NUM-MOVS       PIC 9(03)         VALUE ZERO.
          05 WSV-IDX-MOVS       PIC 9(03)         VALUE ZERO.
          05 WSV-KDX-MOVS       PIC 9(03)         VALUE ZERO.
          05 MOVS-ENT           OCCURS 500 TIMES.
             10 TM-TIPO         PIC X(01).
             10 TM-FECHA        PIC X(08).
             10 TM-REFERENCIA   PIC X(12).
             10 TM-IMPORTE      PIC S9(7)V99.

       01 WSC-DIAS-MES-TABLA    PIC X(24)         VALUE
             '312831303130313130313031'.
       01 FILLER REDEFINES WSC-DIAS-MES-TABLA.
          05 WSC-DIAS-MES       PIC 9(02)         OCCURS 12 TIMES.

       01 WSV-FECHA-PROCESO     PIC 9(08)         VALUE ZERO.
       01 WSV-FECHA-AVISO       PIC 9(08)         VALUE ZERO.
       01 WSV-PLAZO-DIAS        PIC 9(03)         VALUE 045.
       01 WSV-DIAS-AVISO        PIC 9(03)         VALUE 010.

       01 FECHA-HORA-CORRIDA.
          05 WSV-FECHA-SISTEMA  PIC 9(08).
          05 WSV-HORA-SISTEMA   PIC 9(08).

       01 VARIABLES.
          05 WSV-LLAVE-CUENTA   PIC X(08)         VALUE SPACES.
          05 WSV-LLAVE-SOL      PIC X(08)         VALUE SPACES.
          05 WSV-LLAVE-ACLA     PIC X(08)         VALUE SPACES.
          05 WSV-LLAVE-MOVS     PIC X(08)         VALUE SPACES.
          05 WSV-SOL-ANT        PIC X(08)         VALUE LOW-VALUES.
          05 WSV-ACLA-ANT       PIC X(20)         VALUE LOW-VALUES.
          05 WSV-MOVS-ANT       PIC X(08)         VALUE LOW-VALUES.
          05 WSV-RAZON-RECHAZO  PIC X(40)         VALUE SPACES.
          05 WSV-EVENTO         PIC X(12)         VALUE SPACES.
          05 WSV-TIPO-POSTEO    PIC X(01)         VALUE SPACES.
          05 WSV-SITUACION      PIC X(10)         VALUE SPACES.
          05 WSV-FECHA-CALC     PIC 9(08)         VALUE ZERO.
          05 FILLER REDEFINES WSV-FECHA-CALC.
             10 WSV-CALC-AAAA   PIC 9(04).
             10 WSV-CALC-MM     PIC 9(02).
             10 WSV-CALC-DD     PIC 9(02).
          05 WSV-DIAS-SUMA      PIC 9(03)         VALUE ZERO.
          05 WSV-DIA-SUMA       PIC 9(04)         VALUE ZERO.
          05 WSV-FIN-MES        PIC 9(02)         VALUE ZERO.
          05 WSV-COCIENTE       PIC 9(04)         VALUE ZERO.
          05 WSV-RESTO          PIC 9(02)         VALUE ZERO.

       01 CIFRAS-CONTROL.
          05 A990-SOL-LEIDAS    PIC 9(07)         VALUE ZERO.
          05 A990-ACLA-LEIDAS   PIC 9(07)         VALUE ZERO.
          05 A990-MOVS-LEIDOS   PIC 9(07)         VALUE ZERO.
          05 A990-ALTAS         PIC 9(07)         VALUE ZERO.
          05 A990-PROCEDEN      PIC 9(07)         VALUE ZERO.
          05 A990-NO-PROCEDEN   PIC 9(07)         VALUE ZERO.
          05 A990-RECHAZADAS    PIC 9(07)         VALUE ZERO.
          05 A990-ACLA-GRABADAS PIC 9(07)         VALUE ZERO.
          05 A990-ABIERTAS      PIC 9(07)         VALUE ZERO.
          05 A990-POR-VENCER    PIC 9(07)         VALUE ZERO.
          05 A990-VENCIDAS      PIC 9(07)         VALUE ZERO.
          05 A990-TOT-ABONOS    PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-PROCEDEN  PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-REVERSOS  PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-ABIERTAS  PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-POR-VENC  PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-VENCIDAS  PIC S9(11)V99     VALUE ZERO.

      *****************************************************
      * Print format for the report                       *
      *****************************************************
       01  HEADER-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(40) VALUE
                 'REGISTRO DE ACLARACIONES Z94474T '.
           05 FILLER PIC X(10) VALUE '---------'.

       01  HEADER-ANTIG-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(40) VALUE
                 'ANTIGUEDAD DE ACLARACIONES ABIERTAS '.
           05 FILLER PIC X(10) VALUE '---------'.

       01  HEADER-2.
           05 FILLER            PIC X(09) VALUE 'PROCESO: '.
           05 H2-FECHA          PIC 9(08).
           05 FILLER            PIC X(22) VALUE
                 '  PLAZO LEGAL (DIAS): '.
           05 H2-PLAZO          PIC ZZ9.
           05 FILLER            PIC X(17) VALUE
                 '  DIAS DE AVISO: '.
           05 H2-AVISO          PIC ZZ9.
           05 FILLER            PIC X(38) VALUE SPACES.

       01  HEADER-DETALLE.
           05 FILLER            PIC X(50) VALUE
                 'CUENTA   FOLIO        EVENTO       T FECHA MOV    '.
           05 FILLER            PIC X(24) VALUE
                 '  IMPORTE OPERADOR RAZON'.
       01  HEADER-ANTIG.
           05 FILLER            PIC X(50) VALUE
                 'CUENTA   FOLIO        T FECHA MOV      IMPORTE REC'.
           05 FILLER            PIC X(24) VALUE
                 'IBIDA LIMITE   SITUACION'.

       01  DETALLE-EVENTO.
           05 DE-ACCTNO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-FOLIO          PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-EVENTO         PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-TIPO           PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-FECHA-MOV      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-IMPORTE        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-OPERADOR       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-RAZON          PIC X(31).

       01  DETALLE-ANTIG.
           05 DA-ACCTNO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-FOLIO          PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-TIPO           PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-FECHA-MOV      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-IMPORTE        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-RECIBIDA       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-LIMITE         PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DA-SITUACION      PIC X(10).
           05 FILLER            PIC X(25) VALUE SPACES.

       01  DETALLE-CIFRA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-TEXTO          PIC X(34).
           05 DC-CIFRA          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-MONTO          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(37) VALUE SPACES.

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
                EXEC SQL DECLARE Z94474T TABLE
                        (ACCTNO CHAR(8) NOT NULL,
                         LIMIT DECIMAL(9,2) ,
                         BALANCE DECIMAL(9,2) ,
                         SURNAME CHAR(20) NOT NULL,
                         FIRSTN CHAR(15) NOT NULL,
                         ADDRESS1 CHAR(25) NOT NULL,
                         ADDRESS2 CHAR(20) NOT NULL,
                         ADDRESS3 CHAR(15) NOT NULL,
                         RESERVED CHAR(7) NOT NULL,
                         COMMENTS CHAR(50) NOT NULL)
                         END-EXEC.

      *****************************************************
      * HOST variables where we receive the row           *
      *****************************************************
       01 HOST-VARIABLES.
          02 ACCT-ID           PIC X(8).
          02 ACCT-BALANCE      PIC S9(7)V99 COMP-3.
          02 ACCT-RESER        PIC X(7).


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       START-PROGRAM.
           OPEN OUTPUT REPOUT.
           OPEN OUTPUT ANTIG-REC.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-SISTEMA  FROM TIME
           PERFORM LEE-PARAMETROS.
           WRITE REPREC FROM HEADER-1.
           MOVE WSV-FECHA-PROCESO TO H2-FECHA.
           MOVE WSV-PLAZO-DIAS    TO H2-PLAZO.
           MOVE WSV-DIAS-AVISO    TO H2-AVISO.
           WRITE REPREC FROM HEADER-2.
           WRITE REPREC FROM LINEA-BLANCA.
           WRITE REPREC FROM HEADER-DETALLE.
           WRITE REG-ANTIG FROM HEADER-ANTIG-1.
           WRITE REG-ANTIG FROM HEADER-2.
           WRITE REG-ANTIG FROM LINEA-BLANCA.
           WRITE REG-ANTIG FROM HEADER-ANTIG.
           OPEN INPUT  SOL-REC.
           OPEN INPUT  ACLA-IN.
           OPEN INPUT  MOVS-REC.
           OPEN OUTPUT ACLA-OUT.
           OPEN OUTPUT POST-REC.
           OPEN OUTPUT RECH-REC.
           SET NO-FIN-SOL  TO TRUE.
           SET NO-FIN-ACLA TO TRUE.
           SET NO-FIN-MOVS TO TRUE.
           PERFORM LEE-SOLICITUD.
           PERFORM LEE-ACLARACION.
           PERFORM LEE-MOVIMIENTO.
           PERFORM PROCESA-CUENTA
              UNTIL WSV-LLAVE-SOL  = HIGH-VALUES
                AND WSV-LLAVE-ACLA = HIGH-VALUES.
           PERFORM ESCRIBE-CIFRAS.

       END-PROGRAM.
           WRITE REPREC FROM FOOTER-LINES.
           WRITE REG-ANTIG FROM FOOTER-LINES.
           CLOSE REPOUT.
           CLOSE ANTIG-REC.
           CLOSE SOL-REC.
           CLOSE ACLA-IN.
           CLOSE MOVS-REC.
           CLOSE ACLA-OUT.
           CLOSE POST-REC.
           CLOSE RECH-REC.
           GOBACK.


      ***************************************************
      * LEE-PARAMETROS: el aviso debe caer dentro del    *
      * plazo; la fecha de aviso es la de proceso mas    *
      * los dias de aviso                                *
      ***************************************************
       LEE-PARAMETROS.
           OPEN INPUT PARM-REC
           READ PARM-REC
              AT END
                 DISPLAY 'Z94474Q FALTA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARM-REC
                 STOP RUN
           END-READ
           CLOSE PARM-REC
           IF PARM-FECHA-PROCESO IS NUMERIC
              MOVE PARM-FECHA-PROCESO TO WSV-FECHA-PROCESO
           ELSE
              MOVE WSV-FECHA-SISTEMA TO WSV-FECHA-PROCESO
           END-IF
           IF PARM-PLAZO-DIAS IS NUMERIC
           AND PARM-PLAZO-DIAS NOT = ZERO
              MOVE PARM-PLAZO-DIAS TO WSV-PLAZO-DIAS
           END-IF
           IF PARM-DIAS-AVISO IS NUMERIC
           AND PARM-DIAS-AVISO NOT = ZERO
              MOVE PARM-DIAS-AVISO TO WSV-DIAS-AVISO
           END-IF
           IF WSV-DIAS-AVISO NOT < WSV-PLAZO-DIAS
              DISPLAY 'Z94474Q LOS DIAS DE AVISO DEBEN SER MENORES '
                      'AL PLAZO: ' WSV-DIAS-AVISO ' / ' WSV-PLAZO-DIAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WSV-FECHA-PROCESO TO WSV-FECHA-CALC
           MOVE WSV-DIAS-AVISO    TO WSV-DIAS-SUMA
           PERFORM SUMA-DIAS
           MOVE WSV-FECHA-CALC    TO WSV-FECHA-AVISO.


      ***************************************************
      * PROCESA-CUENTA: junta las aclaraciones de la     *
      * cuenta, sus movimientos aplicados y sus          *
      * solicitudes del dia; aplica las solicitudes y    *
      * graba la cuenta en el maestro nuevo              *
      ***************************************************
       PROCESA-CUENTA.
           IF WSV-LLAVE-SOL < WSV-LLAVE-ACLA
              MOVE WSV-LLAVE-SOL  TO WSV-LLAVE-CUENTA
           ELSE
              MOVE WSV-LLAVE-ACLA TO WSV-LLAVE-CUENTA
           END-IF
           MOVE ZERO TO WSV-NUM-ACLA
           PERFORM CARGA-ACLARACION
              UNTIL WSV-LLAVE-ACLA NOT = WSV-LLAVE-CUENTA
           IF WSV-LLAVE-SOL = WSV-LLAVE-CUENTA
              PERFORM LEE-MOVIMIENTO
                 UNTIL WSV-LLAVE-MOVS NOT < WSV-LLAVE-CUENTA
              MOVE ZERO TO WSV-NUM-MOVS
              PERFORM CARGA-MOVIMIENTO
                 UNTIL WSV-LLAVE-MOVS NOT = WSV-LLAVE-CUENTA
              PERFORM BUSCA-CUENTA
              PERFORM APLICA-SOLICITUD
                 UNTIL WSV-LLAVE-SOL NOT = WSV-LLAVE-CUENTA
           END-IF
           PERFORM GRABA-ACLARACION
              VARYING WSV-IDX-ACLA FROM 1 BY 1
                UNTIL WSV-IDX-ACLA > WSV-NUM-ACLA.


       CARGA-ACLARACION.
           IF WSV-NUM-ACLA NOT < WSC-MAX-ACLA
              DISPLAY 'Z94474Q TABLA DE ACLARACIONES LLENA EN LA '
                      'CUENTA ' WSV-LLAVE-CUENTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WSV-NUM-ACLA
           MOVE REG-ACLA-IN TO TA-REGISTRO (WSV-NUM-ACLA)
           PERFORM LEE-ACLARACION.


       CARGA-MOVIMIENTO.
           IF WSV-NUM-MOVS NOT < WSC-MAX-MOVS
              DISPLAY 'Z94474Q TABLA DE MOVIMIENTOS LLENA EN LA '
                      'CUENTA ' WSV-LLAVE-CUENTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WSV-NUM-MOVS
           MOVE MOV-TIPO        TO TM-TIPO       (WSV-NUM-MOVS)
           MOVE MOV-FECHA-CORTE TO TM-FECHA      (WSV-NUM-MOVS)
           MOVE MOV-REFERENCIA  TO TM-REFERENCIA (WSV-NUM-MOVS)
           MOVE MOV-IMPORTE     TO TM-IMPORTE    (WSV-NUM-MOVS)
           PERFORM LEE-MOVIMIENTO.


       BUSCA-CUENTA.
           MOVE WSV-LLAVE-CUENTA TO ACCT-ID
           SET CUENTA-NO-EXISTE TO TRUE
           EXEC SQL
                SELECT BALANCE, RESERVED
                INTO :ACCT-BALANCE, :ACCT-RESER
                FROM Z94474T
                WHERE ACCTNO = :ACCT-ID
                END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 SET CUENTA-EXISTE TO TRUE
              WHEN SQLCODE100
                 SET CUENTA-NO-EXISTE TO TRUE
              WHEN OTHER
                 MOVE 'ERROR EN SELECT DE Z94474T' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE.


      ***************************************************
      * APLICA-SOLICITUD: alta o resolucion; lo que no   *
      * pasa las validaciones sale a rechazos            *
      ***************************************************
       APLICA-SOLICITUD.
           ADD 1 TO A990-SOL-LEIDAS
           MOVE SPACES TO WSV-RAZON-RECHAZO
           EVALUATE TRUE
              WHEN SOL-ALTA
                 PERFORM VALIDA-ALTA
                 IF WSV-RAZON-RECHAZO = SPACES
                    PERFORM ALTA-ACLARACION
                 END-IF
              WHEN SOL-PROCEDE
              WHEN SOL-NO-PROCEDE
                 PERFORM VALIDA-RESOLUCION
                 IF WSV-RAZON-RECHAZO = SPACES
                    PERFORM RESUELVE-ACLARACION
                 END-IF
              WHEN OTHER
                 MOVE 'ACCION DESCONOCIDA (USE A, C O R)'
                    TO WSV-RAZON-RECHAZO
           END-EVALUATE
           IF WSV-RAZON-RECHAZO NOT = SPACES
              PERFORM RECHAZA-SOLICITUD
           END-IF
           PERFORM LEE-SOLICITUD.


      ***************************************************
      * VALIDA-ALTA: solo se aclaran cargos (compra,     *
      * interes o comision) que existan en los           *
      * movimientos aplicados, por no mas de su importe  *
      * y una sola vez por movimiento                    *
      ***************************************************
       VALIDA-ALTA.
           EVALUATE TRUE
              WHEN CUENTA-NO-EXISTE
                 MOVE 'CUENTA NO EXISTE EN LA TABLA'
                    TO WSV-RAZON-RECHAZO
              WHEN ACCT-RESER = 'BAJA'
              OR ACCT-RESER = 'BENEFIC'
                 MOVE 'CUENTA DADA DE BAJA O EN BENEFICENCIA'
                    TO WSV-RAZON-RECHAZO
              WHEN SOL-MOV-TIPO NOT = 'C'
              AND SOL-MOV-TIPO NOT = 'I'
              AND SOL-MOV-TIPO NOT = 'F'
                 MOVE 'MOVIMIENTO NO ACLARABLE (SOLO C, I O F)'
                    TO WSV-RAZON-RECHAZO
              WHEN SOL-IMPORTE IS NOT NUMERIC
              OR SOL-IMPORTE = ZERO
                 MOVE 'IMPORTE INVALIDO' TO WSV-RAZON-RECHAZO
              WHEN SOL-FECHA-RECIBIDA IS NOT NUMERIC
              OR SOL-FECHA-RECIBIDA > WSV-FECHA-PROCESO
              OR SOL-FECHA-RECIBIDA (5:2) < '01'
              OR SOL-FECHA-RECIBIDA (5:2) > '12'
                 MOVE 'FECHA DE RECEPCION INVALIDA'
                    TO WSV-RAZON-RECHAZO
              WHEN SOL-OPERADOR = SPACES
                 MOVE 'FALTA EL OPERADOR' TO WSV-RAZON-RECHAZO
              WHEN WSV-NUM-ACLA NOT < WSC-MAX-ACLA
                 MOVE 'EXCEDE LAS ACLARACIONES POR CUENTA'
                    TO WSV-RAZON-RECHAZO
           END-EVALUATE
           IF WSV-RAZON-RECHAZO = SPACES
              SET NO-HALLADO TO TRUE
              PERFORM BUSCA-MOVIMIENTO
                 VARYING WSV-IDX-MOVS FROM 1 BY 1
                   UNTIL WSV-IDX-MOVS > WSV-NUM-MOVS
                      OR HALLADO
              EVALUATE TRUE
                 WHEN NO-HALLADO
                    MOVE 'MOVIMIENTO NO EXISTE EN LOS APLICADOS'
                       TO WSV-RAZON-RECHAZO
                 WHEN SOL-IMPORTE > TM-IMPORTE (WSV-KDX-MOVS)
                    MOVE 'IMPORTE MAYOR AL DEL MOVIMIENTO'
                       TO WSV-RAZON-RECHAZO
              END-EVALUATE
           END-IF
           IF WSV-RAZON-RECHAZO = SPACES
              SET NO-HALLADO TO TRUE
              PERFORM BUSCA-ACLARADO
                 VARYING WSV-IDX-ACLA FROM 1 BY 1
                   UNTIL WSV-IDX-ACLA > WSV-NUM-ACLA
                      OR HALLADO
              IF HALLADO
                 MOVE 'MOVIMIENTO CON ACLARACION PREVIA'
                    TO WSV-RAZON-RECHAZO
              END-IF
           END-IF.

       BUSCA-MOVIMIENTO.
           IF TM-TIPO (WSV-IDX-MOVS) = SOL-MOV-TIPO
           AND TM-FECHA (WSV-IDX-MOVS) = SOL-MOV-FECHA
           AND TM-IMPORTE (WSV-IDX-MOVS) > ZERO
              IF SOL-MOV-REFERENCIA = SPACES
              OR SOL-MOV-REFERENCIA = TM-REFERENCIA (WSV-IDX-MOVS)
                 SET HALLADO TO TRUE
                 MOVE WSV-IDX-MOVS TO WSV-KDX-MOVS
              END-IF
           END-IF.

       BUSCA-ACLARADO.
           MOVE TA-REGISTRO (WSV-IDX-ACLA) TO ACLARACION
           IF ACL-MOV-TIPO = SOL-MOV-TIPO
           AND ACL-MOV-FECHA = SOL-MOV-FECHA
           AND ACL-MOV-REFERENCIA = TM-REFERENCIA (WSV-KDX-MOVS)
              SET HALLADO TO TRUE
           END-IF.


      ***************************************************
      * ALTA-ACLARACION: folio, fecha limite y abono     *
      * provisional para Z94474D                         *
      ***************************************************
       ALTA-ACLARACION.
           ADD 1 TO WSV-NUM-ACLA
           MOVE SPACES                       TO ACLARACION
           MOVE WSV-LLAVE-CUENTA             TO ACL-ACCTNO
           MOVE WSV-FECHA-PROCESO            TO ACL-FOLIO-FECHA
           MOVE WSV-NUM-ACLA                 TO ACL-FOLIO-SEC
           MOVE SOL-MOV-TIPO                 TO ACL-MOV-TIPO
           MOVE SOL-MOV-FECHA                TO ACL-MOV-FECHA
           MOVE TM-REFERENCIA (WSV-KDX-MOVS) TO ACL-MOV-REFERENCIA
           MOVE TM-IMPORTE (WSV-KDX-MOVS)    TO ACL-MOV-IMPORTE
           MOVE SOL-IMPORTE                  TO ACL-IMPORTE
           MOVE SOL-FECHA-RECIBIDA           TO ACL-FECHA-RECIBIDA
           MOVE SOL-FECHA-RECIBIDA           TO WSV-FECHA-CALC
           MOVE WSV-PLAZO-DIAS               TO WSV-DIAS-SUMA
           PERFORM SUMA-DIAS
           MOVE WSV-FECHA-CALC               TO ACL-FECHA-LIMITE
           SET ACL-ABIERTA                   TO TRUE
           MOVE ZERO                         TO ACL-FECHA-RESOL
           MOVE SOL-OPERADOR                 TO ACL-OPERADOR
           MOVE ACLARACION TO TA-REGISTRO (WSV-NUM-ACLA)
           MOVE 'A' TO WSV-TIPO-POSTEO
           PERFORM ESCRIBE-POSTEO
           ADD 1 TO A990-ALTAS
           ADD ACL-IMPORTE TO A990-TOT-ABONOS
           MOVE 'ALTA' TO WSV-EVENTO
           PERFORM ESCRIBE-EVENTO.


      ***************************************************
      * VALIDA-RESOLUCION: el folio debe estar abierto;  *
      * el reverso exige razon y cuenta en la tabla      *
      ***************************************************
       VALIDA-RESOLUCION.
           SET NO-HALLADO TO TRUE
           PERFORM BUSCA-FOLIO
              VARYING WSV-IDX-ACLA FROM 1 BY 1
                UNTIL WSV-IDX-ACLA > WSV-NUM-ACLA
                   OR HALLADO
           IF HALLADO
              MOVE TA-REGISTRO (WSV-KDX-ACLA) TO ACLARACION
           END-IF
           EVALUATE TRUE
              WHEN NO-HALLADO
                 MOVE 'FOLIO NO EXISTE EN LA CUENTA'
                    TO WSV-RAZON-RECHAZO
              WHEN NOT ACL-ABIERTA
                 MOVE 'ACLARACION YA RESUELTA' TO WSV-RAZON-RECHAZO
              WHEN SOL-OPERADOR = SPACES
                 MOVE 'FALTA EL OPERADOR' TO WSV-RAZON-RECHAZO
              WHEN SOL-NO-PROCEDE AND SOL-RAZON = SPACES
                 MOVE 'FALTA LA RAZON DEL REVERSO'
                    TO WSV-RAZON-RECHAZO
              WHEN SOL-NO-PROCEDE AND CUENTA-NO-EXISTE
                 MOVE 'CUENTA NO EXISTE EN LA TABLA'
                    TO WSV-RAZON-RECHAZO
           END-EVALUATE.

       BUSCA-FOLIO.
           IF TA-REGISTRO (WSV-IDX-ACLA) (9:12) = SOL-FOLIO
              SET HALLADO TO TRUE
              MOVE WSV-IDX-ACLA TO WSV-KDX-ACLA
           END-IF.


      ***************************************************
      * RESUELVE-ACLARACION: si procede el abono queda   *
      * definitivo; si no procede se revierte            *
      ***************************************************
       RESUELVE-ACLARACION.
           MOVE WSV-FECHA-PROCESO TO ACL-FECHA-RESOL
           MOVE SOL-OPERADOR      TO ACL-OPER-RESOL
           MOVE SOL-RAZON         TO ACL-RAZON
           IF SOL-PROCEDE
              SET ACL-PROCEDE TO TRUE
              ADD 1 TO A990-PROCEDEN
              ADD ACL-IMPORTE TO A990-TOT-PROCEDEN
              MOVE 'PROCEDE' TO WSV-EVENTO
           ELSE
              SET ACL-NO-PROCEDE TO TRUE
              MOVE 'R' TO WSV-TIPO-POSTEO
              PERFORM ESCRIBE-POSTEO
              ADD 1 TO A990-NO-PROCEDEN
              ADD ACL-IMPORTE TO A990-TOT-REVERSOS
              MOVE 'NO PROCEDE' TO WSV-EVENTO
           END-IF
           MOVE ACLARACION TO TA-REGISTRO (WSV-KDX-ACLA)
           PERFORM ESCRIBE-EVENTO.


       ESCRIBE-POSTEO.
           MOVE SPACES            TO REG-TRX
           MOVE ACL-ACCTNO        TO TRX-ACCTNO
           MOVE WSV-TIPO-POSTEO   TO TRX-TIPO
           MOVE ACL-IMPORTE       TO TRX-IMPORTE
           MOVE WSV-FECHA-PROCESO TO TRX-FECHA
           MOVE ACL-FOLIO         TO TRX-REFERENCIA
           WRITE REG-TRX.


       RECHAZA-SOLICITUD.
           ADD 1 TO A990-RECHAZADAS
           MOVE REG-SOLICITUD     TO RECH-SOLICITUD
           MOVE WSV-RAZON-RECHAZO TO RECH-RAZON
           WRITE REG-RECHAZO
           MOVE SPACES            TO DETALLE-EVENTO
           MOVE SOL-ACCTNO        TO DE-ACCTNO
           MOVE SOL-FOLIO         TO DE-FOLIO
           MOVE 'RECHAZADA'       TO DE-EVENTO
           MOVE SOL-MOV-TIPO      TO DE-TIPO
           MOVE SOL-MOV-FECHA     TO DE-FECHA-MOV
           IF SOL-IMPORTE IS NUMERIC
              MOVE SOL-IMPORTE    TO DE-IMPORTE
           ELSE
              MOVE ZERO           TO DE-IMPORTE
           END-IF
           MOVE SOL-OPERADOR      TO DE-OPERADOR
           MOVE WSV-RAZON-RECHAZO TO DE-RAZON
           WRITE REPREC FROM DETALLE-EVENTO.


       ESCRIBE-EVENTO.
           MOVE SPACES             TO DETALLE-EVENTO
           MOVE ACL-ACCTNO         TO DE-ACCTNO
           MOVE ACL-FOLIO          TO DE-FOLIO
           MOVE WSV-EVENTO         TO DE-EVENTO
           MOVE ACL-MOV-TIPO       TO DE-TIPO
           MOVE ACL-MOV-FECHA      TO DE-FECHA-MOV
           MOVE ACL-IMPORTE        TO DE-IMPORTE
           MOVE SOL-OPERADOR       TO DE-OPERADOR
           MOVE ACL-RAZON          TO DE-RAZON
           WRITE REPREC FROM DETALLE-EVENTO.


      ***************************************************
      * GRABA-ACLARACION: la aclaracion abierta se       *
      * clasifica contra su fecha limite en el reporte   *
      * de antiguedad                                    *
      ***************************************************
       GRABA-ACLARACION.
           MOVE TA-REGISTRO (WSV-IDX-ACLA) TO ACLARACION
           WRITE REG-ACLA-OUT FROM ACLARACION
           ADD 1 TO A990-ACLA-GRABADAS
           IF ACL-ABIERTA
              ADD 1 TO A990-ABIERTAS
              ADD ACL-IMPORTE TO A990-TOT-ABIERTAS
              EVALUATE TRUE
                 WHEN ACL-FECHA-LIMITE < WSV-FECHA-PROCESO
                    MOVE 'VENCIDA'    TO WSV-SITUACION
                    ADD 1 TO A990-VENCIDAS
                    ADD ACL-IMPORTE TO A990-TOT-VENCIDAS
                 WHEN ACL-FECHA-LIMITE NOT > WSV-FECHA-AVISO
                    MOVE 'POR VENCER' TO WSV-SITUACION
                    ADD 1 TO A990-POR-VENCER
                    ADD ACL-IMPORTE TO A990-TOT-POR-VENC
                 WHEN OTHER
                    MOVE 'EN PLAZO'   TO WSV-SITUACION
              END-EVALUATE
              MOVE ACL-ACCTNO         TO DA-ACCTNO
              MOVE ACL-FOLIO          TO DA-FOLIO
              MOVE ACL-MOV-TIPO       TO DA-TIPO
              MOVE ACL-MOV-FECHA      TO DA-FECHA-MOV
              MOVE ACL-IMPORTE        TO DA-IMPORTE
              MOVE ACL-FECHA-RECIBIDA TO DA-RECIBIDA
              MOVE ACL-FECHA-LIMITE   TO DA-LIMITE
              MOVE WSV-SITUACION      TO DA-SITUACION
              WRITE REG-ANTIG FROM DETALLE-ANTIG
           END-IF.


      ***************************************************
      * SUMA-DIAS: WSV-FECHA-CALC mas WSV-DIAS-SUMA dias *
      * naturales, mes por mes                           *
      ***************************************************
       SUMA-DIAS.
           COMPUTE WSV-DIA-SUMA = WSV-CALC-DD + WSV-DIAS-SUMA
           PERFORM OBTIENE-FIN-MES
           PERFORM AVANZA-MES
              UNTIL WSV-DIA-SUMA NOT > WSV-FIN-MES
           MOVE WSV-DIA-SUMA TO WSV-CALC-DD.

       AVANZA-MES.
           SUBTRACT WSV-FIN-MES FROM WSV-DIA-SUMA
           IF WSV-CALC-MM = 12
              MOVE 01 TO WSV-CALC-MM
              ADD 1 TO WSV-CALC-AAAA
           ELSE
              ADD 1 TO WSV-CALC-MM
           END-IF
           PERFORM OBTIENE-FIN-MES.

       OBTIENE-FIN-MES.
           IF WSV-CALC-MM < 1 OR WSV-CALC-MM > 12
              MOVE 30 TO WSV-FIN-MES
           ELSE
              MOVE WSC-DIAS-MES (WSV-CALC-MM) TO WSV-FIN-MES
           END-IF
           IF WSV-CALC-MM = 2
              DIVIDE WSV-CALC-AAAA BY 4 GIVING WSV-COCIENTE
                 REMAINDER WSV-RESTO
              IF WSV-RESTO = ZERO
                 MOVE 29 TO WSV-FIN-MES
              END-IF
           END-IF.


      ***************************************************
      * Lecturas: cada archivo debe venir en orden de    *
      * cuenta (y el maestro de cuenta y folio)          *
      ***************************************************
       LEE-SOLICITUD.
           IF NO-FIN-SOL
              READ SOL-REC
                 AT END
                    SET FIN-SOL TO TRUE
              END-READ
           END-IF
           IF FIN-SOL
              MOVE HIGH-VALUES TO WSV-LLAVE-SOL
           ELSE
              IF SOL-ACCTNO < WSV-SOL-ANT
                 DISPLAY 'Z94474Q SOLIFILE FUERA DE ORDEN EN LA CUENTA '
                         SOL-ACCTNO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SOL-ACCTNO TO WSV-LLAVE-SOL
              MOVE SOL-ACCTNO TO WSV-SOL-ANT
           END-IF.

       LEE-ACLARACION.
           IF NO-FIN-ACLA
              READ ACLA-IN
                 AT END
                    SET FIN-ACLA TO TRUE
                 NOT AT END
                    ADD 1 TO A990-ACLA-LEIDAS
              END-READ
           END-IF
           IF FIN-ACLA
              MOVE HIGH-VALUES TO WSV-LLAVE-ACLA
           ELSE
              IF REG-ACLA-IN (1:20) NOT > WSV-ACLA-ANT
                 DISPLAY 'Z94474Q ACLAIN FUERA DE ORDEN EN '
                         REG-ACLA-IN (1:20)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE AIN-ACCTNO         TO WSV-LLAVE-ACLA
              MOVE REG-ACLA-IN (1:20) TO WSV-ACLA-ANT
           END-IF.

       LEE-MOVIMIENTO.
           IF NO-FIN-MOVS
              READ MOVS-REC
                 AT END
                    SET FIN-MOVS TO TRUE
                 NOT AT END
                    ADD 1 TO A990-MOVS-LEIDOS
              END-READ
           END-IF
           IF FIN-MOVS
              MOVE HIGH-VALUES TO WSV-LLAVE-MOVS
           ELSE
              IF MOV-ACCTNO < WSV-MOVS-ANT
                 DISPLAY 'Z94474Q MOVSIN FUERA DE ORDEN EN LA CUENTA '
                         MOV-ACCTNO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE MOV-ACCTNO TO WSV-LLAVE-MOVS
              MOVE MOV-ACCTNO TO WSV-MOVS-ANT
           END-IF.


      ***************************************************
      * ESCRIBE-CIFRAS: el maestro nuevo debe tener las  *
      * aclaraciones leidas mas las altas del dia        *
      ***************************************************
       ESCRIBE-CIFRAS.
           WRITE REPREC FROM LINEA-BLANCA
           MOVE SPACES TO DETALLE-CIFRA
           MOVE ZERO TO DC-MONTO
           MOVE 'SOLICITUDES LEIDAS               :' TO DC-TEXTO
           MOVE A990-SOL-LEIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ALTAS CON ABONO PROVISIONAL      :' TO DC-TEXTO
           MOVE A990-ALTAS TO DC-CIFRA
           MOVE A990-TOT-ABONOS TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'PROCEDENTES (ABONO DEFINITIVO)   :' TO DC-TEXTO
           MOVE A990-PROCEDEN TO DC-CIFRA
           MOVE A990-TOT-PROCEDEN TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'NO PROCEDENTES (ABONO REVERTIDO) :' TO DC-TEXTO
           MOVE A990-NO-PROCEDEN TO DC-CIFRA
           MOVE A990-TOT-REVERSOS TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'SOLICITUDES RECHAZADAS           :' TO DC-TEXTO
           MOVE A990-RECHAZADAS TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'MOVIMIENTOS APLICADOS LEIDOS     :' TO DC-TEXTO
           MOVE A990-MOVS-LEIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ACLARACIONES LEIDAS              :' TO DC-TEXTO
           MOVE A990-ACLA-LEIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ACLARACIONES GRABADAS            :' TO DC-TEXTO
           MOVE A990-ACLA-GRABADAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           WRITE REG-ANTIG FROM LINEA-BLANCA
           MOVE 'ACLARACIONES ABIERTAS            :' TO DC-TEXTO
           MOVE A990-ABIERTAS TO DC-CIFRA
           MOVE A990-TOT-ABIERTAS TO DC-MONTO
           WRITE REG-ANTIG FROM DETALLE-CIFRA
           MOVE '  POR VENCER                     :' TO DC-TEXTO
           MOVE A990-POR-VENCER TO DC-CIFRA
           MOVE A990-TOT-POR-VENC TO DC-MONTO
           WRITE REG-ANTIG FROM DETALLE-CIFRA
           MOVE '  VENCIDAS                       :' TO DC-TEXTO
           MOVE A990-VENCIDAS TO DC-CIFRA
           MOVE A990-TOT-VENCIDAS TO DC-MONTO
           WRITE REG-ANTIG FROM DETALLE-CIFRA
           IF A990-ACLA-GRABADAS NOT = A990-ACLA-LEIDAS + A990-ALTAS
              DISPLAY 'Z94474Q *** EL REGISTRO NUEVO NO AMARRA CON '
                      'EL ANTERIOR MAS LAS ALTAS ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF A990-RECHAZADAS > ZERO
              OR A990-VENCIDAS > ZERO
                 IF A990-VENCIDAS > ZERO
                    DISPLAY 'Z94474Q HAY ACLARACIONES VENCIDAS: '
                            A990-VENCIDAS
                 END-IF
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
