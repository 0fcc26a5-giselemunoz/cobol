      *                 medio procesar) no vuelve a cancelar cuotas
      *                 si el programa se corre dos veces; la fecha
      *                 del lote queda marcada al terminar.
      * 2026-10-15  jm  MOVDIA trae cabecera y colas de control: la
      *                 fecha del lote sale de la cabecera y las
      *                 cuotas se imputan solo si la imputacion diaria
      *                 (BCOSOC03) ya cerro esa fecha; un lote que no
      *                 cuadro contra sus colas no cancela cuotas.
      * 2026-10-15  jm  Layout de MOVDIA con los campos del
      *                 contrasiento (MV-TIPO "R"), que aca se ignora:
      *                 las cuotas las vuelve a pendiente BCOSOC03.
      * 2026-10-15  jm  Pago de un socio trasladado de sucursal
      *                 (BCOSOC19) con la clave vieja: el convenio se
      *                 busca en la clave vigente siguiendo la cadena
      *                 de TRASXREF, como en BCOSOC03 y BCOSOC08.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-FECHA
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT TRASPASOS-FILE ASSIGN TO "TRASXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CLAVE-ANT
               ALTERNATE RECORD KEY IS XR-CLAVE-NUEVA
               FILE STATUS IS WS-FS-XREF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 RT-RESULT          PIC X(01).

      * MOVIMIENTOS DEL DIA (mismo layout que en BCOSOC03) - aca
      * solo interesan los pagos de socios con convenio vigente y
      * la fecha del lote que trae la cabecera (MV-TIPO "H"); las
      * colas de sucursal (MV-TIPO "T") y los contrasientos
      * (MV-TIPO "R") se ignoran
       FD  MOVIMIENTOS-FILE.
       01  MOVIMIENTO-REC.
           05 MV-TIPO            PIC X(01).
           05 MV-SOCIO           PIC 9(10).
           05 MV-FECHA           PIC 9(08).
           05 MV-IMPORTE         PIC 9(09)V99.
           05 MV-REF-FECHA       PIC 9(08).
           05 MV-REF-HORA        PIC 9(08).
           05 MV-OPERADOR        PIC X(08).
       01  LOTE-CONTROL-REC.
           05 LC-TIPO            PIC X(01).
           05 LC-SUC             PIC 9(03).
           05 LC-FECHA-LOTE      PIC 9(08).
           05 LC-CANT-REG        PIC 9(07).
           05 LC-TOT-PAGOS       PIC 9(11)V99.
           05 LC-TOT-DEBITOS     PIC 9(11)V99.
           05 FILLER             PIC X(12).

      * PARAMETROS DEL CONVENIO: cantidad de cuotas del plan; si el
      * archivo no esta presente rige el valor por omision
           05 RN-CONVENIOS       PIC X(01).
           05 RN-RECICLAJE       PIC X(01).
           05 FILLER             PIC X(08).

      * REFERENCIA CRUZADA DE TRASPASOS DE SUCURSAL (mismo layout
      * que en BCOSOC19); si no existe no hubo traspasos
       FD  TRASPASOS-FILE.
       01  TRASPASO-REC.
           05 XR-CLAVE-ANT.
              10 XR-SUC-ANT      PIC 9(03).
              10 XR-SOCIO-ANT    PIC 9(10).
           05 XR-CLAVE-NUEVA.
              10 XR-SUC-NUEVA    PIC 9(03).
              10 XR-SOCIO-NUEVO  PIC 9(10).
           05 XR-FECHA           PIC 9(08).
           05 XR-HORA            PIC 9(08).
           05 XR-TIPO            PIC X(01).
           05 XR-OPERADOR        PIC X(08).
           05 FILLER             PIC X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
           03 ws-fs-listado     pic x(02).
           03 ws-fs-excepcion   pic x(02).
           03 ws-fs-runctl      pic x(02).
           03 ws-fs-xref        pic x(02).

       01  ws-switches.
           03 ws-sw-eof-retorno    pic x(01) value "N".
              88 ws-hay-movdia          value "S".
           03 ws-sw-lote-habil     pic x(01) value "N".
              88 ws-lote-habilitado     value "S".
           03 ws-sw-hay-traspasos  pic x(01) value "N".
              88 ws-hay-traspasos       value "S".
           03 ws-sw-fin-cadena     pic x(01) value "N".
              88 ws-fin-cadena          value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-cant-pagas     pic 9(05) comp value zero.
           03 ws-cant-cumplidos pic 9(05) comp value zero.
           03 ws-cant-rotos     pic 9(05) comp value zero.
           03 ws-cant-trasladados pic 9(05) comp value zero.

      * clave vigente de un socio trasladado de sucursal
       01  ws-traspaso.
           03 ws-tra-suc        pic 9(03).
           03 ws-tra-socio      pic 9(10).
           03 ws-tra-saltos     pic 9(02) comp.

       01  ws-exc-campos.
           03 ws-exc-fecha      pic 9(08).
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 1100-CARGAR-PARAMETROS THRU 1100-EXIT.
           OPEN INPUT TRASPASOS-FILE.
           IF WS-FS-XREF = "00"
               MOVE "S" TO ws-sw-hay-traspasos
           END-IF.
       1000-EXIT.
           EXIT.


      ******************************************************************
      * 3020 - control de corrida del lote: la fecha de proceso es
      * la de la cabecera del lote; la imputacion diaria (BCOSOC03)
      * tiene que haber cerrado esa fecha (un lote descuadrado contra
      * sus colas no se imputo y tampoco cancela cuotas); una fecha
      * con la marca de convenios en "C" ya fue imputada y una en
      * "A" quedo a medio imputar (intervencion manual); en todos
      * los casos el lote se saltea con constancia en el log; si
      * esta libre se marca "A" conservando las marcas de los otros
      * programas de la cadena
      ******************************************************************
       3020-CONTROLAR-LOTE.
           MOVE "N" TO ws-sw-lote-habil.
           IF LC-TIPO = "H"
               MOVE LC-FECHA-LOTE TO ws-fecha-lote
           ELSE
               MOVE "MOVDIA"       TO ws-exc-campo
               MOVE MV-FECHA       TO ws-exc-valor
               MOVE "Lote MOVDIA sin registro de cabecera"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3020-EXIT
           END-IF.
           MOVE ws-fecha-lote TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE "RUNCTL"       TO ws-exc-campo
                   MOVE ws-fecha-lote  TO ws-exc-valor
                   MOVE "Lote MOVDIA sin imputacion cerrada"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3020-EXIT
               NOT INVALID KEY
                   IF RN-IMPUTACION NOT = "C"
                       MOVE "RUNCTL"       TO ws-exc-campo
                       MOVE ws-fecha-lote  TO ws-exc-valor
                       MOVE "Lote MOVDIA sin imputacion cerrada"
                                           TO ws-exc-detalle
                       PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                       GO TO 3020-EXIT
                   END-IF
                   IF RN-CONVENIOS = "C" OR RN-CONVENIOS = "A"
                       MOVE "RUNCTL"       TO ws-exc-campo
                       MOVE ws-fecha-lote  TO ws-exc-valor
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-convenio
           END-READ.
           IF NOT ws-convenio-existe
               PERFORM 3110-CLAVE-TRASLADADA THRU 3110-EXIT
           END-IF.
           IF NOT ws-convenio-existe OR CV-ESTADO NOT = "V"
               GO TO 3100-SIGUIENTE
           END-IF.
           PERFORM 3010-LEER-MOVIMIENTO THRU 3010-EXIT.
       3100-EXIT.
           EXIT.

      * el pago de un socio trasladado de sucursal (BCOSOC19) puede
      * venir con la clave vieja: BCOSOC03 ya lo imputo a la clave
      * vigente y el convenio viajo con ella
       3110-CLAVE-TRASLADADA.
           IF NOT ws-hay-traspasos
               GO TO 3110-EXIT
           END-IF.
           MOVE MV-SUC   TO ws-tra-suc.
           MOVE MV-SOCIO TO ws-tra-socio.
           MOVE ZERO TO ws-tra-saltos.
           MOVE "N" TO ws-sw-fin-cadena.
           PERFORM 3120-BUSCAR-TRASPASO THRU 3120-EXIT
               UNTIL ws-fin-cadena.
           IF ws-tra-saltos = ZERO
               GO TO 3110-EXIT
           END-IF.
           MOVE ws-tra-suc   TO CV-SUC.
           MOVE ws-tra-socio TO CV-SOCIO.
           READ CONVENIOS-FILE
               INVALID KEY
                   GO TO 3110-EXIT
           END-READ.
           MOVE "S" TO ws-sw-convenio.
           ADD 1 TO ws-cant-trasladados.
       3110-EXIT.
           EXIT.

      * un socio trasladado mas de una vez deja una cadena de claves
       3120-BUSCAR-TRASPASO.
           MOVE ws-tra-suc   TO XR-SUC-ANT.
           MOVE ws-tra-socio TO XR-SOCIO-ANT.
           READ TRASPASOS-FILE
               INVALID KEY
                   SET ws-fin-cadena TO TRUE
                   GO TO 3120-EXIT
           END-READ.
           MOVE XR-SUC-NUEVA   TO ws-tra-suc.
           MOVE XR-SOCIO-NUEVO TO ws-tra-socio.
           ADD 1 TO ws-tra-saltos.
           IF ws-tra-saltos > 20
               SET ws-fin-cadena TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.
      ******************************************************************
      * 3200 - un pago cancela cuotas pendientes en orden mientras el
      * importe restante cubra la cuota completa; el sobrante ya
           CLOSE LISTADO-FILE.
           CLOSE EXCEPCION-FILE.
           CLOSE RUNCTL-FILE.
           IF ws-hay-traspasos
               CLOSE TRASPASOS-FILE
           END-IF.
           DISPLAY "Convenios dados de alta: " ws-cant-altas.
           DISPLAY "Cuotas canceladas      : " ws-cant-pagas.
           DISPLAY "Convenios cumplidos    : " ws-cant-cumplidos.
           DISPLAY "Convenios rotos        : " ws-cant-rotos.
           DISPLAY "A clave trasladada      : " ws-cant-trasladados.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC05.
