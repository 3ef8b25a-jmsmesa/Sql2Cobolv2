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
            SELECT PROPUESTAS
              ASSIGN TO RANDOM "F-PROPAGO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PROPUESTAS-KEY
              FILE STATUS IS FS-COMUN.

           COPY PROPAGO.SL.

           SELECT SECUENCIAL
                   ASSIGN TO RANDOM "PROPUESTAS.sec"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ST.
       DATA DIVISION.
       FILE SECTION.
      * F-PROPAGO as it was before notes, cheques and cuenta corriente
        FD  PROPUESTAS
            LABEL RECORD IS STANDARD.
        01  REG-PROPUESTAS.
            02 PROPUESTAS-KEY.
               03 PROPUESTAS-PROVE       PIC 9(04).
               03 PROPUESTAS-NUMERO      PIC X(13).
            02 PROPUESTAS-EMPRESA        PIC 9(02).
            02 PROPUESTAS-ORDEN          PIC 9(06).
            02 PROPUESTAS-FECHA-VTO      PIC 9(08).
            02 PROPUESTAS-IMPORTE        PIC 9(12)V9(02).
            02 PROPUESTAS-DESCUENTO      PIC 9(12)V9(02).
            02 PROPUESTAS-RET-IIBB       PIC 9(12)V9(02).
            02 PROPUESTAS-RET-GAN        PIC 9(12)V9(02).
            02 PROPUESTAS-ANTICIPO       PIC 9(12)V9(02).
            02 PROPUESTAS-ESTADO         PIC X(01).
            02 PROPUESTAS-RESTO          PIC X(12).

           COPY PROPAGO.FD.

       FD  secuencial
                RECORD VARYING FROM 0 TO 900 CHARACTERS
                DEPENDING LNG.
       01 REG-SS.
            02 SEC-PROVE           PIC 9(04).
            02 PIC X(01).
            02 SEC-NUMERO          PIC X(13).
            02 PIC X(01).
            02 SEC-EMPRESA         PIC 9(02).
            02 PIC X(01).
            02 SEC-ORDEN           PIC 9(06).
            02 PIC X(01).
            02 SEC-FECHA-VTO       PIC 9(08).
            02 PIC X(01).
            02 SEC-IMPORTE         PIC 9(12)V9(02).
            02 PIC X(01).
            02 SEC-DESCUENTO       PIC 9(12)V9(02).
            02 PIC X(01).
            02 SEC-RET-IIBB        PIC 9(12)V9(02).
            02 PIC X(01).
            02 SEC-RET-GAN         PIC 9(12)V9(02).
            02 PIC X(01).
            02 SEC-ANTICIPO        PIC 9(12)V9(02).
            02 PIC X(01).
            02 SEC-ESTADO          PIC X(01).
            02 PIC X(01).
            02 SEC-RESTO           PIC X(12).
            02 PIC X(01).
       WORKING-STORAGE SECTION.
       01  LNG                    PIC 999 VALUE 128.
       01  CANTIDAD               PIC 99999999 VALUE ZEROS.
       01  ERRORES                PIC 99999999 VALUE ZEROS.
       01  ed-cantidad            pic ZZZ.ZZZ.ZZZ.
       01  ST                     PIC X(02).
       01  FS-COMUN               PIC X(02).
       77  EOF-PROPUESTAS         PIC X(01).
       77  MODO-LOTE              PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  ARGS.
           02  ARGC                       PIC S9(5) COMP-1.
           02  ARGV.
               03                         PIC X(01) OCCURS 1 TO 4000
                                                DEPENDING ARGC.

      * (S) dumps the old F-PROPAGO; (I) rebuilds it from the dump
      * in the current layout: no credit applied, no withholding
      * base, no medio, not yet in cuenta corriente, not confirmed
       PROCEDURE DIVISION USING ARGS.
       INICIO.
           IF ARGC > 0 AND ARGV(1:1) NOT = SPACE
              MOVE "S" TO MODO-LOTE
              MOVE ARGV(1:1) TO EOF-PROPUESTAS
           ELSE
              DISPLAY "(S)ecuencializar - (I)ndexar ? : "
                      LINE 0 POSITION 0
              ACCEPT EOF-PROPUESTAS PROMPT ECHO LINE 0 POSITION 0
           END-IF
           IF EOF-PROPUESTAS = "S" OR = "s"
              OPEN  INPUT PROPUESTAS
                    OUTPUT secuencial
                    PERFORM SECUENCIALIZAR
                    CLOSE PROPUESTAS secuencial
           ELSE IF EOF-PROPUESTAS = "I" OR "i"
              OPEN  OUTPUT propago
                    INPUT  secuencial
                    PERFORM INDEXAR
                    CLOSE propago secuencial.
           MOVE CANTIDAD TO ED-CANTIDAD
           DISPLAY "Registros Procesados: ", ED-CANTIDAD
           MOVE ERRORES  TO ED-CANTIDAD
           DISPLAY "Registros Erroneos  : ", ED-CANTIDAD
           IF MODO-LOTE NOT = "S"
              ACCEPT ST
           END-IF.
           GOBACK.
        SECUENCIALIZAR.
           PERFORM START-PROPUESTAS
           IF EOF-PROPUESTAS = "N"
              PERFORM LEER-PROPUESTAS-NEXT
              PERFORM UNTIL EOF-PROPUESTAS = "S"
                 PERFORM MOVER-CAMPOS-AL-SEC
                 WRITE REG-SS
                 add 1 to cantidad
                 PERFORM LEER-PROPUESTAS-NEXT
              END-PERFORM.
       MOVER-CAMPOS-AL-SEC.
           MOVE SPACES TO REG-SS

            MOVE PROPUESTAS-PROVE
            TO SEC-PROVE           .
            MOVE PROPUESTAS-NUMERO
            TO SEC-NUMERO          .
            MOVE PROPUESTAS-EMPRESA
            TO SEC-EMPRESA         .
            MOVE PROPUESTAS-ORDEN
            TO SEC-ORDEN           .
            MOVE PROPUESTAS-FECHA-VTO
            TO SEC-FECHA-VTO       .
            MOVE PROPUESTAS-IMPORTE
            TO SEC-IMPORTE         .
            MOVE PROPUESTAS-DESCUENTO
            TO SEC-DESCUENTO       .
            MOVE PROPUESTAS-RET-IIBB
            TO SEC-RET-IIBB        .
            MOVE PROPUESTAS-RET-GAN
            TO SEC-RET-GAN         .
            MOVE PROPUESTAS-ANTICIPO
            TO SEC-ANTICIPO        .
            MOVE PROPUESTAS-ESTADO
            TO SEC-ESTADO          .
            MOVE PROPUESTAS-RESTO
            TO SEC-RESTO           .

       INDEXAR.
              MOVE "N" TO EOF-PROPUESTAS
              PERFORM LEER-secuencial
              PERFORM UNTIL EOF-PROPUESTAS = "S"
                 PERFORM MOVER-CAMPOS-AL-INX
                 WRITE propago-reg INVALID add 1 to ERRORES
                 END-WRITE
                 add 1 to cantidad
                 PERFORM LEER-secuencial
              END-PERFORM.
       MOVER-CAMPOS-AL-INX.
           MOVE SPACES TO propago-reg
            MOVE SEC-PROVE
            TO Propago-Prove             .
            MOVE SEC-NUMERO
            TO Propago-Numero            .
            MOVE SEC-EMPRESA
            TO Propago-Empresa           .
            MOVE SEC-ORDEN
            TO Propago-Orden             .
            MOVE SEC-FECHA-VTO
            TO Propago-Fecha-Vto         .
            MOVE SEC-IMPORTE
            TO Propago-Importe           .
            MOVE SEC-DESCUENTO
            TO Propago-Descuento         .
            MOVE SEC-RET-IIBB
            TO Propago-Ret-Iibb          .
            MOVE SEC-RET-GAN
            TO Propago-Ret-Gan           .
            MOVE SEC-ANTICIPO
            TO Propago-Anticipo          .
            MOVE SEC-ESTADO
            TO Propago-Estado            .
            MOVE ZERO
            TO Propago-Credito           .
            MOVE ZERO
            TO Propago-Base-Ret          .
            MOVE SPACE
            TO Propago-Medio             .
            MOVE SPACE
            TO Propago-Ctacte            .
            MOVE ZERO
            TO Propago-Fecha-Conf        .
            MOVE SPACES
            TO Propago-Resto             .
       START-PROPUESTAS.
           MOVE LOW-VALUE TO REG-PROPUESTAS
           MOVE "N" TO EOF-PROPUESTAS.
           START PROPUESTAS
                       KEY NOT < PROPUESTAS-KEY
                                      INVALID KEY
                                MOVE "S" TO EOF-PROPUESTAS.
       LEER-PROPUESTAS-NEXT.
           MOVE "N" TO EOF-PROPUESTAS.
           READ PROPUESTAS NEXT
                           AT END
                                 MOVE "S" TO EOF-PROPUESTAS.
       LEER-secuencial.
           READ secuencial AT END
                MOVE "S" TO EOF-PROPUESTAS.
