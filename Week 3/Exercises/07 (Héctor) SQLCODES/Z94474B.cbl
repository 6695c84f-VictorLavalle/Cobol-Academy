      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    Z94474B.
       AUTHOR.        Xideral.

      *________________________________________________________________*
      *                                                                *
      *   ARCHIVO MENSUAL PARA EL BURO DE CREDITO - TABLA Z94474T      *
      *                                                                *
      * Cada mes se reporta al buro toda cuenta de credito. Este      *
      * programa recorre la cartera (Z94474T) en orden de cuenta      *
      * junto con el estado de ciclo que deja Z94474V en el corte     *
      * del periodo y arma el archivo del buro:                       *
      *   - encabezado con el otorgante y el periodo                  *
      *   - un detalle por cuenta: titular y domicilio (SURNAME,      *
      *     FIRSTN, ADDRESS1-3), limite, saldo actual, forma de pago  *
      *     (MOP) segun la cubeta de antiguedad, importe vencido y    *
      *     la historia de cubetas                                    *
      *   - cifras de control (registros, limite, saldo y vencido)    *
      *     en el registro final                                      *
      * La cuenta a la que le falta un dato obligatorio no se envia: *
      * sale en EXCLFILE con su razon para corregirla. El archivo de *
      * rechazos que devuelve el buro del envio anterior (BURODEV)   *
      * se carga para avisar, cuenta por cuenta, si ya se reenvia o  *
      * si sigue pendiente de correccion.                            *
      * La tabla no se modifica.                                      *
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
      *Tarjeta de parametros: periodo reportado, clave de otorgante
      *y fecha del corte del periodo (la de la tarjeta de Z94474V)
           SELECT PARM-REC
                  ASSIGN TO PARMFILE.
      *Estado de ciclo del corte del periodo (CICLOOUT de Z94474V)
           SELECT CICLO-IN
                  ASSIGN TO CICLOIN.
      *Rechazos devueltos por el buro del envio anterior (DD DUMMY
      *si no hubo)
           SELECT DEV-REC
                  ASSIGN TO BURODEV.
      *Archivo para el buro
           SELECT BURO-REC
                  ASSIGN TO BUROFILE.
      *Cuentas excluidas del envio, con su razon
           SELECT EXCL-REC
                  ASSIGN TO EXCLFILE.



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
          05 PARM-PERIODO       PIC X(06).
          05 FILLER REDEFINES PARM-PERIODO.
             10 PARM-PER-AAAA   PIC X(04).
             10 PARM-PER-MM     PIC X(02).
          05 PARM-OTORGANTE     PIC X(10).
          05 PARM-FECHA-CORTE   PIC X(08).
          05 FILLER             PIC X(56).

      *Estado de ciclo (layout de Z94474V)
       FD  CICLO-IN RECORDING MODE F.
       01 REG-CICLO-IN.
          05 CIN-ACCTNO         PIC X(08).
          05 CIN-DATOS          PIC X(142).

      *Rechazo del buro: cuenta, codigo y descripcion del error y
      *periodo en que se envio
       FD  DEV-REC RECORDING MODE F.
       01 REG-DEVOLUCION.
          05 DEV-ACCTNO         PIC X(08).
          05 DEV-CODIGO         PIC X(04).
          05 DEV-DESCRIPCION    PIC X(40).
          05 DEV-PERIODO        PIC X(06).
          05 FILLER             PIC X(22).

      *Archivo del buro: encabezado 'H', detalle 'D' y final 'T'
       FD  BURO-REC RECORDING MODE F.
       01 REG-BURO-ENCABEZADO.
          05 BH-TIPO            PIC X(01).
          05 BH-OTORGANTE       PIC X(10).
          05 BH-PERIODO         PIC X(06).
          05 BH-FECHA-CORTE     PIC 9(08).
          05 BH-DESCRIPCION     PIC X(30).
          05 FILLER             PIC X(145).
       01 REG-BURO-DETALLE.
          05 BD-TIPO            PIC X(01).
          05 BD-OTORGANTE       PIC X(10).
          05 BD-CUENTA          PIC X(08).
          05 BD-APELLIDO        PIC X(20).
          05 BD-NOMBRE          PIC X(15).
          05 BD-DOMICILIO1      PIC X(25).
          05 BD-DOMICILIO2      PIC X(20).
          05 BD-DOMICILIO3      PIC X(15).
          05 BD-LIMITE          PIC 9(07)V99.
          05 BD-SALDO-SIGNO     PIC X(01).
          05 BD-SALDO           PIC 9(07)V99.
          05 BD-MOP             PIC X(02).
          05 BD-VENCIDO         PIC 9(07)V99.
          05 BD-PAGO-MINIMO     PIC 9(07)V99.
          05 BD-FECHA-CORTE     PIC 9(08).
          05 BD-HIST-CUBETAS    PIC X(12).
          05 FILLER             PIC X(27).
       01 REG-BURO-FINAL.
          05 BT-TIPO            PIC X(01).
          05 BT-OTORGANTE       PIC X(10).
          05 BT-PERIODO         PIC X(06).
          05 BT-REGISTROS       PIC 9(07).
          05 BT-TOT-LIMITE      PIC 9(11)V99.
          05 BT-TOT-SALDO-SIGNO PIC X(01).
          05 BT-TOT-SALDO       PIC 9(11)V99.
          05 BT-TOT-VENCIDO     PIC 9(11)V99.
          05 FILLER             PIC X(136).

      *Cuenta excluida: razon y, si el buro la habia rechazado, su
      *codigo de rechazo
       FD  EXCL-REC RECORDING MODE F.
       01 REG-EXCLUSION.
          05 EXC-ACCTNO         PIC X(08).
          05 EXC-RAZON          PIC X(40).
          05 EXC-RECHAZO-ANT    PIC X(04).
          05 EXC-PERIODO        PIC X(06).
          05 FILLER             PIC X(22).


       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 FLAG-CURSOR        PIC X             VALUE SPACE.
             88 FIN-CURSOR                        VALUE 'Y'.
             88 NO-FIN-CURSOR                     VALUE 'N'.
          05 FLAG-CICLO         PIC X             VALUE SPACE.
             88 FIN-CICLO                         VALUE 'Y'.
             88 NO-FIN-CICLO                      VALUE 'N'.
          05 FLAG-ARCHIVO       PIC X             VALUE SPACE.
             88 FIN-ARCHIVO                       VALUE 'Y'.
             88 NO-FIN-ARCHIVO                    VALUE 'N'.
          05 FLAG-HALLADA       PIC X             VALUE 'N'.
             88 CUENTA-HALLADA                    VALUE 'S'.
             88 CUENTA-NO-HALLADA                 VALUE 'N'.
          05 FLAG-ESTADO        PIC X             VALUE 'N'.
             88 CON-ESTADO                        VALUE 'S'.
             88 SIN-ESTADO                        VALUE 'N'.

       01 WSV-LLAVE-TABLA       PIC X(08)         VALUE SPACES.
       01 WSV-LLAVE-CICLO       PIC X(08)         VALUE SPACES.
       01 WSV-ACCTNO-ANT        PIC X(08)         VALUE LOW-VALUES.
       01 WSV-RAZON             PIC X(40)         VALUE SPACES.
       01 WSV-FECHA-CORTE       PIC 9(08)         VALUE ZERO.

      *Estado de ciclo de la cuenta (mismo layout que CIN-DATOS)
       01 CICLO-CTA.
          05 CC-FECHA-CORTE     PIC 9(08).
          05 CC-EXIGIBLE        PIC S9(7)V99.
          05 CC-FECHA-LIMITE    PIC 9(08).
          05 CC-VENCIDO         PIC S9(7)V99      OCCURS 4 TIMES.
          05 CC-CUBETA          PIC 9(01).
          05 CC-HIST-CUBETAS    PIC X(12).
          05 CC-PROM-FECHA      PIC 9(08).
          05 CC-PROM-IMPORTE    PIC 9(07)V99.
          05 CC-PROM-OPERADOR   PIC X(08).
          05 CC-BALANCE         PIC S9(7)V99.
          05 CC-PAGO-MINIMO     PIC S9(7)V99.
          05 FILLER             PIC X(25).

      *Forma de pago (MOP) del buro por cubeta: 0 al corriente,
      *1 1-29, 2 30-59, 3 60-89 y 4 90 o mas dias
       01 WSC-TABLA-MOP         PIC X(10)         VALUE
             '0102030405'.
       01 FILLER REDEFINES WSC-TABLA-MOP.
          05 WSC-MOP            PIC X(02)         OCCURS 5 TIMES.

      *Rechazos del buro del envio anterior
       01 TABLA-DEVOLUCIONES.
          05 WSC-MAX-DEV        PIC 9(04)         VALUE 2000.
          05 WSV-NUM-DEV        PIC 9(04)         VALUE ZERO.
          05 WSV-IDX-DEV        PIC 9(04)         VALUE ZERO.
          05 WSV-KDX-DEV        PIC 9(04)         VALUE ZERO.
          05 DEVOLUCION-ENT     OCCURS 2000 TIMES.
             10 DVT-ACCTNO      PIC X(08).
             10 DVT-CODIGO      PIC X(04).
             10 DVT-DESCRIPCION PIC X(40).
             10 DVT-USADA       PIC X(01).

       01 VARIABLES.
          05 WSV-IDX-VEN        PIC 9(01)         VALUE ZERO.
          05 WSV-VENCIDO        PIC S9(9)V99      VALUE ZERO.
          05 WSV-ACCTNO-BUSCADA PIC X(08)         VALUE SPACES.

       01 CIFRAS-CONTROL.
          05 A990-REG-LEIDOS    PIC 9(07)         VALUE ZERO.
          05 A990-ENVIADOS      PIC 9(07)         VALUE ZERO.
          05 A990-EXCLUIDOS     PIC 9(07)         VALUE ZERO.
          05 A990-DEV-LEIDAS    PIC 9(07)         VALUE ZERO.
          05 A990-REENVIADAS    PIC 9(07)         VALUE ZERO.
          05 A990-SIGUEN-MAL    PIC 9(07)         VALUE ZERO.
          05 A990-DEV-SIN-CTA   PIC 9(07)         VALUE ZERO.
          05 A990-TOT-LIMITE    PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-SALDO     PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-VENCIDO   PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-BALANCE   PIC S9(11)V99     VALUE ZERO.

      *****************************************************
      * Print format for the report                       *
      *****************************************************
       01  HEADER-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(38) VALUE
                 'ARCHIVO MENSUAL PARA EL BURO Z94474T '.
           05 FILLER PIC X(10) VALUE '---------'.

       01  HEADER-2.
           05 FILLER            PIC X(09) VALUE 'PERIODO: '.
           05 H2-PERIODO        PIC X(06).
           05 FILLER            PIC X(14) VALUE '  OTORGANTE: '.
           05 H2-OTORGANTE      PIC X(10).
           05 FILLER            PIC X(10) VALUE '  CORTE: '.
           05 H2-FECHA-CORTE    PIC X(08).
           05 FILLER            PIC X(43) VALUE SPACES.

       01  HEADER-DETALLE.
           05 FILLER            PIC X(46) VALUE
                 'CUENTA   EVENTO           RAZON / RECHAZO DEL '.
           05 FILLER            PIC X(54) VALUE
                 'BURO'.

       01  DETALLE-EVENTO.
           05 DE-ACCTNO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-EVENTO         PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-CODIGO         PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DE-RAZON          PIC X(40).
           05 FILLER            PIC X(29) VALUE SPACES.

       01  DETALLE-CIFRA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-TEXTO          PIC X(34).
           05 DC-CIFRA          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-MONTO          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(36) VALUE SPACES.

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
      * SQL Cursors: la cartera completa en orden de      *
      * cuenta (solo lectura)                             *
      *****************************************************
                EXEC SQL DECLARE CURBURO CURSOR FOR
                        SELECT ACCTNO, LIMIT, BALANCE, SURNAME,
                               FIRSTN, ADDRESS1, ADDRESS2, ADDRESS3
                          FROM Z94474T
                         ORDER BY ACCTNO
                 END-EXEC.

      *****************************************************
      * HOST variables where we receive the row           *
      *****************************************************
       01 HOST-VARIABLES.
          02 ACCT-ID           PIC X(8).
          02 ACCT-LIMIT        PIC S9(7)V99 COMP-3.
          02 ACCT-BALANCE      PIC S9(7)V99 COMP-3.
          02 ACCT-APEP         PIC X(20).
          02 ACCT-NAME         PIC X(15).
          02 ACCT-ADDR1        PIC X(25).
          02 ACCT-ADDR2        PIC X(20).
          02 ACCT-ADDR3        PIC X(15).


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       START-PROGRAM.
           OPEN OUTPUT REPOUT.
           PERFORM LEE-PARAMETROS.
           WRITE REPREC FROM HEADER-1.
           MOVE PARM-PERIODO   TO H2-PERIODO.
           MOVE PARM-OTORGANTE TO H2-OTORGANTE.
           MOVE PARM-FECHA-CORTE TO H2-FECHA-CORTE.
           WRITE REPREC FROM HEADER-2.
           WRITE REPREC FROM LINEA-BLANCA.
           WRITE REPREC FROM HEADER-DETALLE.
           PERFORM CARGA-DEVOLUCIONES.
           OPEN INPUT  CICLO-IN.
           OPEN OUTPUT BURO-REC.
           OPEN OUTPUT EXCL-REC.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM ABRO-CURSOR.
           SET NO-FIN-CICLO TO TRUE.
           PERFORM LEE-CICLO.
           PERFORM LEE-CURSOR.
           PERFORM CRUZA-CARTERA UNTIL FIN-CURSOR.
           PERFORM CIERRO-CURSOR.
           PERFORM ESCRIBE-FINAL.
           PERFORM REVISA-DEVOLUCION
              VARYING WSV-IDX-DEV FROM 1 BY 1
                UNTIL WSV-IDX-DEV > WSV-NUM-DEV.
           PERFORM ESCRIBE-CIFRAS.

       END-PROGRAM.
           WRITE REPREC FROM FOOTER-LINES.
           CLOSE REPOUT.
           CLOSE CICLO-IN.
           CLOSE BURO-REC.
           CLOSE EXCL-REC.
           GOBACK.


       LEE-PARAMETROS.
           OPEN INPUT PARM-REC
           READ PARM-REC
              AT END
                 DISPLAY 'Z94474B FALTA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARM-REC
                 STOP RUN
           END-READ
           CLOSE PARM-REC
           IF PARM-PERIODO IS NOT NUMERIC
           OR PARM-PER-MM < '01' OR PARM-PER-MM > '12'
           OR PARM-OTORGANTE = SPACES
           OR PARM-FECHA-CORTE IS NOT NUMERIC
           OR PARM-FECHA-CORTE (1:6) NOT = PARM-PERIODO
              DISPLAY 'Z94474B PERIODO, OTORGANTE O CORTE INVALIDOS: '
                      PARM-PERIODO ' / ' PARM-OTORGANTE ' / '
                      PARM-FECHA-CORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-FECHA-CORTE TO WSV-FECHA-CORTE.


      ***************************************************
      * CARGA-DEVOLUCIONES: rechazos del envio anterior  *
      * (el ultimo de cada cuenta es el que vale)        *
      ***************************************************
       CARGA-DEVOLUCIONES.
           OPEN INPUT DEV-REC
           SET NO-FIN-ARCHIVO TO TRUE
           PERFORM LEE-DEVOLUCION UNTIL FIN-ARCHIVO
           CLOSE DEV-REC.

       LEE-DEVOLUCION.
           READ DEV-REC
              AT END
                 SET FIN-ARCHIVO TO TRUE
              NOT AT END
                 ADD 1 TO A990-DEV-LEIDAS
                 MOVE DEV-ACCTNO TO WSV-ACCTNO-BUSCADA
                 PERFORM UBICA-DEVOLUCION
                 IF CUENTA-NO-HALLADA
                    IF WSV-NUM-DEV NOT < WSC-MAX-DEV
                       DISPLAY 'Z94474B TABLA DE RECHAZOS LLENA, '
                               'SE ABORTA'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WSV-NUM-DEV
                    MOVE WSV-NUM-DEV TO WSV-KDX-DEV
                 END-IF
                 MOVE DEV-ACCTNO      TO DVT-ACCTNO      (WSV-KDX-DEV)
                 MOVE DEV-CODIGO      TO DVT-CODIGO      (WSV-KDX-DEV)
                 MOVE DEV-DESCRIPCION TO DVT-DESCRIPCION (WSV-KDX-DEV)
                 MOVE 'N'             TO DVT-USADA       (WSV-KDX-DEV)
           END-READ.

       UBICA-DEVOLUCION.
           SET CUENTA-NO-HALLADA TO TRUE
           PERFORM BUSCA-DEVOLUCION
              VARYING WSV-IDX-DEV FROM 1 BY 1
                UNTIL WSV-IDX-DEV > WSV-NUM-DEV
                   OR CUENTA-HALLADA.

       BUSCA-DEVOLUCION.
           IF DVT-ACCTNO (WSV-IDX-DEV) = WSV-ACCTNO-BUSCADA
              SET CUENTA-HALLADA TO TRUE
              MOVE WSV-IDX-DEV TO WSV-KDX-DEV
           END-IF.


      ***************************************************
      * CRUZA-CARTERA: la cuenta de la tabla toma su     *
      * estado de ciclo si lo hay; el estado sin cuenta  *
      * en la tabla no se reporta                        *
      ***************************************************
       CRUZA-CARTERA.
           IF WSV-LLAVE-CICLO < WSV-LLAVE-TABLA
              PERFORM LEE-CICLO
           ELSE
              IF WSV-LLAVE-CICLO = WSV-LLAVE-TABLA
                 SET CON-ESTADO TO TRUE
                 MOVE CIN-DATOS TO CICLO-CTA
                 PERFORM REPORTA-CUENTA
                 PERFORM LEE-CICLO
              ELSE
                 SET SIN-ESTADO TO TRUE
                 INITIALIZE CICLO-CTA
                 PERFORM REPORTA-CUENTA
              END-IF
              PERFORM LEE-CURSOR
           END-IF.


      ***************************************************
      * REPORTA-CUENTA valida los datos obligatorios y   *
      * envia la cuenta al buro o la excluye con razon   *
      ***************************************************
       REPORTA-CUENTA.
           ADD 1 TO A990-REG-LEIDOS
           ADD ACCT-BALANCE TO A990-TOT-BALANCE
           PERFORM VALIDA-CUENTA
           MOVE ACCT-ID TO WSV-ACCTNO-BUSCADA
           PERFORM UBICA-DEVOLUCION
           IF CUENTA-HALLADA
              MOVE 'S' TO DVT-USADA (WSV-KDX-DEV)
           END-IF
           IF WSV-RAZON = SPACES
              PERFORM ENVIA-CUENTA
              IF CUENTA-HALLADA
                 ADD 1 TO A990-REENVIADAS
                 MOVE 'REENVIADA'  TO DE-EVENTO
                 PERFORM ESCRIBE-EVENTO-BURO
              END-IF
           ELSE
              ADD 1 TO A990-EXCLUIDOS
              MOVE ACCT-ID      TO EXC-ACCTNO
              MOVE WSV-RAZON    TO EXC-RAZON
              MOVE PARM-PERIODO TO EXC-PERIODO
              MOVE SPACES       TO EXC-RECHAZO-ANT
              IF CUENTA-HALLADA
                 ADD 1 TO A990-SIGUEN-MAL
                 MOVE DVT-CODIGO (WSV-KDX-DEV) TO EXC-RECHAZO-ANT
              END-IF
              WRITE REG-EXCLUSION
              MOVE ACCT-ID         TO DE-ACCTNO
              MOVE 'EXCLUIDA'      TO DE-EVENTO
              MOVE EXC-RECHAZO-ANT TO DE-CODIGO
              MOVE WSV-RAZON       TO DE-RAZON
              WRITE REPREC FROM DETALLE-EVENTO
           END-IF.

       ESCRIBE-EVENTO-BURO.
           MOVE ACCT-ID                       TO DE-ACCTNO
           MOVE DVT-CODIGO      (WSV-KDX-DEV) TO DE-CODIGO
           MOVE DVT-DESCRIPCION (WSV-KDX-DEV) TO DE-RAZON
           WRITE REPREC FROM DETALLE-EVENTO.


      *La primera falta encontrada es la razon de la exclusion
       VALIDA-CUENTA.
           MOVE SPACES TO WSV-RAZON
           EVALUATE TRUE
              WHEN ACCT-APEP = SPACES
                 MOVE 'FALTA APELLIDO (SURNAME)' TO WSV-RAZON
              WHEN ACCT-NAME = SPACES
                 MOVE 'FALTA NOMBRE (FIRSTN)' TO WSV-RAZON
              WHEN ACCT-ADDR1 = SPACES
                 MOVE 'FALTA CALLE Y NUMERO (ADDRESS1)' TO WSV-RAZON
              WHEN ACCT-ADDR3 = SPACES
                 MOVE 'FALTA CIUDAD (ADDRESS3)' TO WSV-RAZON
              WHEN ACCT-LIMIT NOT > ZERO
                 MOVE 'LIMITE EN CERO O NEGATIVO' TO WSV-RAZON
              WHEN SIN-ESTADO
                 MOVE 'SIN ANTIGUEDAD DEL CICLO (Z94474V)'
                   TO WSV-RAZON
              WHEN CC-FECHA-CORTE NOT = WSV-FECHA-CORTE
                 MOVE 'ANTIGUEDAD NO ES DEL CORTE DEL PERIODO'
                   TO WSV-RAZON
           END-EVALUATE.


       ENVIA-CUENTA.
           MOVE ZERO TO WSV-VENCIDO
           PERFORM SUMA-VENCIDO
              VARYING WSV-IDX-VEN FROM 1 BY 1
                UNTIL WSV-IDX-VEN > 4
           MOVE SPACES          TO REG-BURO-DETALLE
           MOVE 'D'             TO BD-TIPO
           MOVE PARM-OTORGANTE  TO BD-OTORGANTE
           MOVE ACCT-ID         TO BD-CUENTA
           MOVE ACCT-APEP       TO BD-APELLIDO
           MOVE ACCT-NAME       TO BD-NOMBRE
           MOVE ACCT-ADDR1      TO BD-DOMICILIO1
           MOVE ACCT-ADDR2      TO BD-DOMICILIO2
           MOVE ACCT-ADDR3      TO BD-DOMICILIO3
           MOVE ACCT-LIMIT      TO BD-LIMITE
           IF ACCT-BALANCE < ZERO
              MOVE '-' TO BD-SALDO-SIGNO
              COMPUTE BD-SALDO = ZERO - ACCT-BALANCE
           ELSE
              MOVE '+' TO BD-SALDO-SIGNO
              MOVE ACCT-BALANCE TO BD-SALDO
           END-IF
           MOVE WSC-MOP (CC-CUBETA + 1) TO BD-MOP
           MOVE WSV-VENCIDO     TO BD-VENCIDO
           IF CC-PAGO-MINIMO > ZERO
              MOVE CC-PAGO-MINIMO TO BD-PAGO-MINIMO
           ELSE
              MOVE ZERO TO BD-PAGO-MINIMO
           END-IF
           MOVE CC-FECHA-CORTE  TO BD-FECHA-CORTE
           MOVE CC-HIST-CUBETAS TO BD-HIST-CUBETAS
           WRITE REG-BURO-DETALLE
           ADD 1 TO A990-ENVIADOS
           ADD ACCT-LIMIT   TO A990-TOT-LIMITE
           ADD ACCT-BALANCE TO A990-TOT-SALDO
           ADD WSV-VENCIDO  TO A990-TOT-VENCIDO.

       SUMA-VENCIDO.
           ADD CC-VENCIDO (WSV-IDX-VEN) TO WSV-VENCIDO.


       ESCRIBE-ENCABEZADO.
           MOVE SPACES             TO REG-BURO-ENCABEZADO
           MOVE 'H'                TO BH-TIPO
           MOVE PARM-OTORGANTE     TO BH-OTORGANTE
           MOVE PARM-PERIODO       TO BH-PERIODO
           MOVE WSV-FECHA-CORTE    TO BH-FECHA-CORTE
           MOVE 'CARTERA DE CREDITO Z94474T' TO BH-DESCRIPCION
           WRITE REG-BURO-ENCABEZADO.


       ESCRIBE-FINAL.
           MOVE SPACES             TO REG-BURO-FINAL
           MOVE 'T'                TO BT-TIPO
           MOVE PARM-OTORGANTE     TO BT-OTORGANTE
           MOVE PARM-PERIODO       TO BT-PERIODO
           MOVE A990-ENVIADOS      TO BT-REGISTROS
           MOVE A990-TOT-LIMITE    TO BT-TOT-LIMITE
           IF A990-TOT-SALDO < ZERO
              MOVE '-' TO BT-TOT-SALDO-SIGNO
              COMPUTE BT-TOT-SALDO = ZERO - A990-TOT-SALDO
           ELSE
              MOVE '+' TO BT-TOT-SALDO-SIGNO
              MOVE A990-TOT-SALDO TO BT-TOT-SALDO
           END-IF
           MOVE A990-TOT-VENCIDO   TO BT-TOT-VENCIDO
           WRITE REG-BURO-FINAL.


      ***************************************************
      * REVISA-DEVOLUCION: rechazo del buro de una       *
      * cuenta que ya no esta en la tabla                *
      ***************************************************
       REVISA-DEVOLUCION.
           IF DVT-USADA (WSV-IDX-DEV) = 'N'
              ADD 1 TO A990-DEV-SIN-CTA
              MOVE DVT-ACCTNO (WSV-IDX-DEV)      TO DE-ACCTNO
              MOVE 'RECHAZO SIN CTA'             TO DE-EVENTO
              MOVE DVT-CODIGO (WSV-IDX-DEV)      TO DE-CODIGO
              MOVE DVT-DESCRIPCION (WSV-IDX-DEV) TO DE-RAZON
              WRITE REPREC FROM DETALLE-EVENTO
           END-IF.


       LEE-CICLO.
           IF NO-FIN-CICLO
              READ CICLO-IN
                 AT END
                    SET FIN-CICLO TO TRUE
              END-READ
           END-IF
           IF FIN-CICLO
              MOVE HIGH-VALUES TO WSV-LLAVE-CICLO
           ELSE
              IF CIN-ACCTNO NOT > WSV-ACCTNO-ANT
                 DISPLAY 'Z94474B CICLOIN FUERA DE ORDEN EN LA CUENTA '
                         CIN-ACCTNO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CIN-ACCTNO TO WSV-LLAVE-CICLO
              MOVE CIN-ACCTNO TO WSV-ACCTNO-ANT
           END-IF.


       LEE-CURSOR.
           EXEC SQL
                FETCH CURBURO
                INTO :ACCT-ID, :ACCT-LIMIT, :ACCT-BALANCE,
                     :ACCT-APEP, :ACCT-NAME, :ACCT-ADDR1,
                     :ACCT-ADDR2, :ACCT-ADDR3
           END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 MOVE ACCT-ID TO WSV-LLAVE-TABLA
              WHEN SQLCODE100
                 SET FIN-CURSOR TO TRUE
                 MOVE HIGH-VALUES TO WSV-LLAVE-TABLA
              WHEN OTHER
                 MOVE 'ERROR EN FETCH' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE.


       ABRO-CURSOR.
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
                OPEN CURBURO
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN OPEN CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


       CIERRO-CURSOR.
           EXEC SQL
                CLOSE CURBURO
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN CLOSE CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


      ***************************************************
      * ESCRIBE-CIFRAS: enviadas mas excluidas deben ser *
      * las cuentas de la tabla, y lo enviado debe       *
      * coincidir con el registro final                  *
      ***************************************************
       ESCRIBE-CIFRAS.
           WRITE REPREC FROM LINEA-BLANCA
           MOVE SPACES TO DETALLE-CIFRA
           MOVE 'CUENTAS DE LA TABLA              :' TO DC-TEXTO
           MOVE A990-REG-LEIDOS TO DC-CIFRA
           MOVE A990-TOT-BALANCE TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ENVIADAS AL BURO (SALDO)         :' TO DC-TEXTO
           MOVE A990-ENVIADOS TO DC-CIFRA
           MOVE A990-TOT-SALDO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ENVIADAS AL BURO (LIMITE)        :' TO DC-TEXTO
           MOVE A990-TOT-LIMITE TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ENVIADAS AL BURO (VENCIDO)       :' TO DC-TEXTO
           MOVE A990-TOT-VENCIDO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE ZERO TO DC-MONTO
           MOVE 'EXCLUIDAS POR DATOS INCOMPLETOS  :' TO DC-TEXTO
           MOVE A990-EXCLUIDOS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'RECHAZOS DEL BURO LEIDOS         :' TO DC-TEXTO
           MOVE A990-DEV-LEIDAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'RECHAZOS CORREGIDOS Y REENVIADOS :' TO DC-TEXTO
           MOVE A990-REENVIADAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'RECHAZOS QUE SIGUEN EXCLUIDOS    :' TO DC-TEXTO
           MOVE A990-SIGUEN-MAL TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'RECHAZOS DE CUENTAS INEXISTENTES :' TO DC-TEXTO
           MOVE A990-DEV-SIN-CTA TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           IF A990-ENVIADOS + A990-EXCLUIDOS NOT = A990-REG-LEIDOS
              DISPLAY 'Z94474B *** ENVIADAS MAS EXCLUIDAS NO AMARRAN '
                      'CON LA TABLA ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF A990-EXCLUIDOS > ZERO
              OR A990-DEV-SIN-CTA > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
