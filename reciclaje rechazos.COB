      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-09-02  jm  Version inicial.
      * 2026-10-15  jm  Layouts de MOVRECH e HISTMOV con los campos del
      *                 contrasiento; un contrasiento rechazado no se
      *                 recicla (su original puede haber cambiado) y
      *                 pasa directo al listado de resolucion manual.
      *                 El historial guarda el vencimiento previo.
      * 2026-10-15  jm  Item de un socio trasladado de sucursal
      *                 (BCOSOC19): la clave que ya no esta en el
      *                 maestro se busca en TRASXREF, siguiendo la
      *                 cadena, y se imputa a la clave vigente. El
      *                 registro centinela nuevo del control de
      *                 corrida se graba limpio.
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
           05 RZ-MOTIVO          PIC X(40).
           05 RZ-INTENTOS        PIC 9(02).
           05 RZ-FEC-PRIMER      PIC 9(08).
           05 RZ-REF-FECHA       PIC 9(08).
           05 RZ-REF-HORA        PIC 9(08).
           05 RZ-OPERADOR        PIC X(08).

      * TRABAJO DEL RECICLAJE: los items que siguen pendientes se
      * juntan aca y al final reemplazan a MOVRECH
           05 RW-MOTIVO          PIC X(40).
           05 RW-INTENTOS        PIC 9(02).
           05 RW-FEC-PRIMER      PIC 9(08).
           05 RW-REF-FECHA       PIC 9(08).
           05 RW-REF-HORA        PIC 9(08).
           05 RW-OPERADOR        PIC X(08).

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC03): un pago reciclado queda retenido como cualquier
           05 HM-SALDO-ANT       PIC S9(09)V99.
           05 HM-SALDO-POST      PIC S9(09)V99.
           05 HM-HORA            PIC 9(08).
           05 HM-FEC-VENC-ANT    PIC 9(08).
           05 HM-REF-FECHA       PIC 9(08).
           05 HM-REF-HORA        PIC 9(08).
           05 FILLER             PIC X(02).

      * PARAMETROS DEL RECICLAJE: cantidad maxima de presentaciones
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
           03 ws-fs-finales     pic x(02).
           03 ws-fs-snapshot    pic x(02).
           03 ws-fs-runctl      pic x(02).
           03 ws-fs-xref        pic x(02).

       01  ws-switches.
           03 ws-sw-eof-rechazos   pic x(01) value "N".
              88 ws-eof-foto            value "S".
           03 ws-sw-cab-impresa    pic x(01) value "N".
              88 ws-cab-impresa         value "S".
           03 ws-sw-hay-traspasos  pic x(01) value "N".
              88 ws-hay-traspasos       value "S".
           03 ws-sw-fin-cadena     pic x(01) value "N".
              88 ws-fin-cadena          value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-cant-aplicados pic 9(07) comp value zero.
           03 ws-cant-pendientes pic 9(07) comp value zero.
           03 ws-cant-finales   pic 9(07) comp value zero.
           03 ws-cant-trasladados pic 9(07) comp value zero.

      * clave vigente de un socio trasladado de sucursal
       01  ws-traspaso.
           03 ws-tra-suc        pic 9(03).
           03 ws-tra-socio      pic 9(10).
           03 ws-tra-saltos     pic 9(02) comp.

       01  ws-saldos.
           03 ws-saldo-previo   pic s9(09)v99.
           03 ws-venc-previo    pic 9(08).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               STOP RUN
           END-IF.
           PERFORM 1100-CARGAR-PARAMETROS THRU 1100-EXIT.
           OPEN INPUT TRASPASOS-FILE.
           IF WS-FS-XREF = "00"
               MOVE "S" TO ws-sw-hay-traspasos
           END-IF.
       1000-EXIT.
           EXIT.

           MOVE ZERO TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNCTL-REC
                   MOVE ZERO  TO RN-FECHA
                   MOVE SPACE TO RN-IMPUTACION
                   MOVE SPACE TO RN-LISTADO
      * mismas reglas que la imputacion original (BCOSOC03); si
      * aplica se imputa y sale del circuito, si no aplica vuelve al
      * trabajo con una presentacion mas, y agotados los intentos
      * pasa al listado de resolucion manual; el contrasiento no se
      * vuelve a presentar: va derecho a resolucion manual
      ******************************************************************
       3000-REPRESENTAR-ITEM.
           EVALUATE TRUE
               WHEN RZ-TIPO = "R"
                   PERFORM 5100-LISTAR-FINAL THRU 5100-EXIT
               WHEN RZ-TIPO NOT = "P" AND RZ-TIPO NOT = "D"
                   PERFORM 5000-REINTENTAR-O-CERRAR THRU 5000-EXIT
               WHEN RZ-IMPORTE = ZERO
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3100 - lectura directa del maestro por la clave del item; una
      * clave que ya no esta puede ser la de un socio trasladado de
      * sucursal (BCOSOC19): el item pasa a la clave vigente y sigue
      * con ella, se aplique o vuelva a MOVRECH (mismo criterio que
      * 3100 de BCOSOC03)
      ******************************************************************
       3100-BUSCAR-SOCIO.
           MOVE "N" TO ws-sw-socio-existe.
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-socio-existe
           END-READ.
           IF ws-socio-existe OR NOT ws-hay-traspasos
               GO TO 3100-EXIT
           END-IF.
           MOVE RZ-SUC   TO ws-tra-suc.
           MOVE RZ-SOCIO TO ws-tra-socio.
           MOVE ZERO TO ws-tra-saltos.
           MOVE "N" TO ws-sw-fin-cadena.
           PERFORM 3110-BUSCAR-TRASPASO THRU 3110-EXIT
               UNTIL ws-fin-cadena.
           IF ws-tra-saltos = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE ws-tra-suc   TO RZ-SUC.
           MOVE ws-tra-socio TO RZ-SOCIO.
           ADD 1 TO ws-cant-trasladados.
           MOVE RZ-SUC   TO SM-SUC.
           MOVE RZ-SOCIO TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-socio-existe
           END-READ.
       3100-EXIT.
           EXIT.

      * un socio trasladado mas de una vez deja una cadena de claves
       3110-BUSCAR-TRASPASO.
           MOVE ws-tra-suc   TO XR-SUC-ANT.
           MOVE ws-tra-socio TO XR-SOCIO-ANT.
           READ TRASPASOS-FILE
               INVALID KEY
                   SET ws-fin-cadena TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           MOVE XR-SUC-NUEVA   TO ws-tra-suc.
           MOVE XR-SOCIO-NUEVO TO ws-tra-socio.
           ADD 1 TO ws-tra-saltos.
           IF ws-tra-saltos > 20
               SET ws-fin-cadena TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.
      ******************************************************************
      * 3200 - aplicacion del movimiento reciclado sobre saldo y
      * vencimiento: misma regla que 3200 de BCOSOC03
      ******************************************************************
       3200-APLICAR-MOVIMIENTO.
           MOVE SM-SALDO TO ws-saldo-previo.
           MOVE SM-FEC-VENC TO ws-venc-previo.
           IF RZ-TIPO = "P"
               ADD RZ-IMPORTE TO SM-SALDO
           ELSE
      * 3300 - retencion del movimiento aplicado en el historial
      ******************************************************************
       3300-GRABAR-HISTORIAL.
           MOVE SPACES           TO HISTORIAL-REC.
           MOVE RZ-SUC           TO HM-SUC.
           MOVE RZ-SOCIO         TO HM-SOCIO.
           MOVE RZ-FECHA         TO HM-FECHA.
           MOVE ws-saldo-previo  TO HM-SALDO-ANT.
           MOVE SM-SALDO         TO HM-SALDO-POST.
           ACCEPT HM-HORA FROM TIME.
           MOVE ws-venc-previo   TO HM-FEC-VENC-ANT.
           MOVE ZERO             TO HM-REF-FECHA.
           MOVE ZERO             TO HM-REF-HORA.
           WRITE HISTORIAL-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el historial de "
           CLOSE SOCIOS-FILE.
           CLOSE HISTORIAL-FILE.
           CLOSE FINALES-FILE.
           IF ws-hay-traspasos
               CLOSE TRASPASOS-FILE
           END-IF.
           DISPLAY "Rechazos leidos      : " ws-cant-leidos.
           DISPLAY "Reciclados aplicados : " ws-cant-aplicados.
           DISPLAY "Siguen pendientes    : " ws-cant-pendientes.
           DISPLAY "A resolucion manual  : " ws-cant-finales.
           DISPLAY "A clave trasladada   : " ws-cant-trasladados.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC08.
