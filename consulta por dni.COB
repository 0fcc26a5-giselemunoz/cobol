      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-09-02  jm  Version inicial.
      * 2026-10-15  jm  Cuenta trasladada de sucursal (BCOSOC19): se
      *                 muestra debajo la clave anterior y la fecha
      *                 del traspaso, tomadas de TRASXREF.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RETORNO-FILE ASSIGN TO "RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

           SELECT TRASPASOS-FILE ASSIGN TO "TRASXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CLAVE-ANT
               ALTERNATE RECORD KEY IS XR-CLAVE-NUEVA
               FILE STATUS IS WS-FS-XREF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 RT-SOCIO           PIC 9(10).
           05 RT-FECHA           PIC 9(08).
           05 RT-RESULT          PIC X(01).

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
           03 l-venc pic 9(08).
           03 filler pic x(04) value "  G ".
           03 l-gestion pic x(01).
       01  lin-traspaso.
           03 filler pic x(13) value "      ex suc ".
           03 l-tra-suc pic z99.
           03 filler pic x(08) value "  Socio ".
           03 l-tra-socio pic z.zzz.zzz.zz9.
           03 filler pic x(16) value "  trasladada el ".
           03 l-tra-fecha pic 9(08).
       01  lin-total.
           03 filler pic x(25) value " Saldo total de la person".
           03 filler pic x(03) value "a: ".
       01  ws-estados-archivo.
           03 ws-fs-socios      pic x(02).
           03 ws-fs-retorno     pic x(02).
           03 ws-fs-xref        pic x(02).

       01  ws-switches.
           03 ws-sw-fin-dni        pic x(01) value "N".
              88 ws-fin-dni             value "S".
           03 ws-sw-eof-retorno    pic x(01) value "N".
              88 ws-eof-retorno         value "S".
           03 ws-sw-hay-traspasos  pic x(01) value "N".
              88 ws-hay-traspasos       value "S".

       01  ws-consulta.
           03 ws-dni-busca      pic 9(08).
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN INPUT TRASPASOS-FILE.
           IF WS-FS-XREF = "00"
               MOVE "S" TO ws-sw-hay-traspasos
           END-IF.
           PERFORM 2100-TRAIGO-DNI THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
           MOVE ws-cta-venc(ws-ix-cta)    TO l-venc.
           MOVE ws-cta-gestion(ws-ix-cta) TO l-gestion.
           DISPLAY lin-cuenta.
           IF NOT ws-hay-traspasos
               GO TO 5100-EXIT
           END-IF.
           MOVE ws-cta-suc(ws-ix-cta)   TO XR-SUC-NUEVA.
           MOVE ws-cta-socio(ws-ix-cta) TO XR-SOCIO-NUEVO.
           READ TRASPASOS-FILE KEY IS XR-CLAVE-NUEVA
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ.
           MOVE XR-SUC-ANT   TO l-tra-suc.
           MOVE XR-SOCIO-ANT TO l-tra-socio.
           MOVE XR-FECHA     TO l-tra-fecha.
           DISPLAY lin-traspaso.
       5100-EXIT.
           EXIT.
      ******************************************************************
      ******************************************************************
       9999-FINALIZAR.
           CLOSE SOCIOS-FILE.
           IF ws-hay-traspasos
               CLOSE TRASPASOS-FILE
           END-IF.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC09.
