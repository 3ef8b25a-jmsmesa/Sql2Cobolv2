       IDENTIFICATION DIVISION.
       PROGRAM-ID.             Edit.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FACTURAS
              ASSIGN TO RANDOM "F-FACTURA"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FACTURAS-KEY
              ALTERNATE RECORD KEY IS
                  FACTURAS-EST-KEY = FACTURAS-ESTADO, FACTURAS-KEY
                  WITH DUPLICATES
              FILE STATUS IS FS-COMUN.

           COPY FACTURA.SL.

           SELECT SECUENCIAL
                   ASSIGN TO RANDOM "FACTURAS.sec"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ST.
       DATA DIVISION.
       FILE SECTION.
      * F-FACTURA as it was before notes and cuenta corriente
        FD  FACTURAS
            LABEL RECORD IS STANDARD.
        01  REG-FACTURAS.
            02 FACTURAS-KEY.
               03 FACTURAS-PROVE         PIC 9(04).
               03 FACTURAS-NUMERO        PIC X(13).
            02 FACTURAS-FECHA            PIC 9(08).
            02 FACTURAS-NETO             PIC 9(12)V9(02).
            02 FACTURAS-IVA              PIC 9(12)V9(02).
            02 FACTURAS-ESTADO           PIC X(01).
            02 FACTURAS-RESTO            PIC X(12).

           COPY FACTURA.FD.

       FD  secuencial
                RECORD VARYING FROM 0 TO 900 CHARACTERS
                DEPENDING LNG.
       01 REG-SS.
            02 SEC-PROVE           PIC 9(04).
            02 PIC X(01).
            02 SEC-NUMERO          PIC X(13).
            02 PIC X(01).
            02 SEC-FECHA           PIC 9(08).
            02 PIC X(01).
            02 SEC-NETO            PIC 9(12)V9(02).
            02 PIC X(01).
            02 SEC-IVA             PIC 9(12)V9(02).
            02 PIC X(01).
            02 SEC-ESTADO          PIC X(01).
            02 PIC X(01).
            02 SEC-RESTO           PIC X(12).
            02 PIC X(01).
       WORKING-STORAGE SECTION.
       01  LNG                    PIC 999 VALUE 73.
       01  CANTIDAD               PIC 99999999 VALUE ZEROS.
       01  ERRORES                PIC 99999999 VALUE ZEROS.
       01  ed-cantidad            pic ZZZ.ZZZ.ZZZ.
       01  ST                     PIC X(02).
       01  FS-COMUN               PIC X(02).
       77  EOF-FACTURAS           PIC X(01).
       77  MODO-LOTE              PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  ARGS.
           02  ARGC                       PIC S9(5) COMP-1.
           02  ARGV.
               03                         PIC X(01) OCCURS 1 TO 4000
                                                DEPENDING ARGC.

      * (S) dumps the old F-FACTURA; (I) rebuilds it from the dump
      * in the current layout: every record is a factura with no
      * reference, nothing applied and not yet in cuenta corriente
       PROCEDURE DIVISION USING ARGS.
       INICIO.
           IF ARGC > 0 AND ARGV(1:1) NOT = SPACE
              MOVE "S" TO MODO-LOTE
              MOVE ARGV(1:1) TO EOF-FACTURAS
           ELSE
              DISPLAY "(S)ecuencializar - (I)ndexar ? : "
                      LINE 0 POSITION 0
              ACCEPT EOF-FACTURAS PROMPT ECHO LINE 0 POSITION 0
           END-IF
           IF EOF-FACTURAS = "S" OR = "s"
              OPEN  INPUT FACTURAS
                    OUTPUT secuencial
                    PERFORM SECUENCIALIZAR
                    CLOSE FACTURAS secuencial
           ELSE IF EOF-FACTURAS = "I" OR "i"
              OPEN  OUTPUT factura
                    INPUT  secuencial
                    PERFORM INDEXAR
                    CLOSE factura secuencial.
           MOVE CANTIDAD TO ED-CANTIDAD
           DISPLAY "Registros Procesados: ", ED-CANTIDAD
           MOVE ERRORES  TO ED-CANTIDAD
           DISPLAY "Registros Erroneos  : ", ED-CANTIDAD
           IF MODO-LOTE NOT = "S"
              ACCEPT ST
           END-IF.
           GOBACK.
        SECUENCIALIZAR.
           PERFORM START-FACTURAS
           IF EOF-FACTURAS = "N"
              PERFORM LEER-FACTURAS-NEXT
              PERFORM UNTIL EOF-FACTURAS = "S"
                 PERFORM MOVER-CAMPOS-AL-SEC
                 WRITE REG-SS
                 add 1 to cantidad
                 PERFORM LEER-FACTURAS-NEXT
              END-PERFORM.
       MOVER-CAMPOS-AL-SEC.
           MOVE SPACES TO REG-SS

            MOVE FACTURAS-PROVE
            TO SEC-PROVE           .
            MOVE FACTURAS-NUMERO
            TO SEC-NUMERO          .
            MOVE FACTURAS-FECHA
            TO SEC-FECHA           .
            MOVE FACTURAS-NETO
            TO SEC-NETO            .
            MOVE FACTURAS-IVA
            TO SEC-IVA             .
            MOVE FACTURAS-ESTADO
            TO SEC-ESTADO          .
            MOVE FACTURAS-RESTO
            TO SEC-RESTO           .

       INDEXAR.
              MOVE "N" TO EOF-FACTURAS
              PERFORM LEER-secuencial
              PERFORM UNTIL EOF-FACTURAS = "S"
                 PERFORM MOVER-CAMPOS-AL-INX
                 WRITE factura-reg INVALID add 1 to ERRORES
                 END-WRITE
                 add 1 to cantidad
                 PERFORM LEER-secuencial
              END-PERFORM.
       MOVER-CAMPOS-AL-INX.
           MOVE SPACES TO factura-reg
            MOVE SEC-PROVE
            TO Factura-Prove             .
            MOVE SEC-NUMERO
            TO Factura-Numero            .
            MOVE SEC-FECHA
            TO Factura-Fecha             .
            MOVE SEC-NETO
            TO Factura-Neto              .
            MOVE SEC-IVA
            TO Factura-Iva               .
            MOVE SEC-ESTADO
            TO Factura-Estado            .
            MOVE "F"
            TO Factura-Tipo-Comp         .
            MOVE SPACES
            TO Factura-Referencia        .
            MOVE ZERO
            TO Factura-Aplicado          .
            MOVE "N"
            TO Factura-Ctacte            .
            MOVE SPACES
            TO Factura-Resto             .
       START-FACTURAS.
           MOVE LOW-VALUE TO REG-FACTURAS
           MOVE "N" TO EOF-FACTURAS.
           START FACTURAS
                       KEY NOT < FACTURAS-KEY
                                      INVALID KEY
                                MOVE "S" TO EOF-FACTURAS.
       LEER-FACTURAS-NEXT.
           MOVE "N" TO EOF-FACTURAS.
           READ FACTURAS NEXT
                           AT END
                                 MOVE "S" TO EOF-FACTURAS.
       LEER-secuencial.
           READ secuencial AT END
                MOVE "S" TO EOF-FACTURAS.
