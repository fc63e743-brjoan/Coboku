      *          grids within the delivery, and splits it into an
      *          accepted file ready for program SUDOKU (81-column
      *          lines) plus an exceptions report naming the line
      *          number and reason of every rejected grid. Given a
      *          vendor code, the delivery and its intake counts are
      *          recorded in the vendor delivery ledger
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT DupFile ASSIGN TO DYNAMIC DupFileName.

           SELECT OPTIONAL EntreguesFile
             ASSIGN TO DYNAMIC EntreguesFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EntClau
             FILE STATUS IS EntreguesStatus.

       DATA DIVISION.
       FILE SECTION.

           05 DupGrid PICTURE X(81).
           05 DupSeq  PICTURE 9(6).

      ***** VENDOR DELIVERY LEDGER, ONE RECORD PER VENDOR AND DELIVERY
      ***** REFERENCE: THE INTAKE COUNTS ARE SET HERE, THE DOWNSTREAM
      ***** RESULTS (SOLVE, UNIQUENESS, CATALOG REPEATS AND DIFFICULTY
      ***** MIX) ARE FILLED IN LATER BY PROGRAM PROVEIDOR
       FD  EntreguesFile.
       01  EntregaRecord.
           05 EntClau.
              10 EntProveidor     PICTURE X(6).
              10 EntReferencia    PICTURE X(20).
           05 EntDataRecepcio     PICTURE X(14).
           05 EntFitxer           PICTURE X(100).
           05 EntRebudes          PICTURE 9(6).
           05 EntAcceptades       PICTURE 9(6).
           05 EntRebutjades       PICTURE 9(6).
           05 EntDuplicades       PICTURE 9(6).
           05 EntResultatsSw      PICTURE X(1).
           05 EntDataResultats    PICTURE X(14).
           05 EntInvalides        PICTURE 9(6).
           05 EntContradictories  PICTURE 9(6).
           05 EntSenseSolucio     PICTURE 9(6).
           05 EntProfundes        PICTURE 9(6).
           05 EntMultiples        PICTURE 9(6).
           05 EntRepetides        PICTURE 9(6).
           05 EntResoltes         PICTURE 9(6).
           05 EntFacil            PICTURE 9(6).
           05 EntMitja            PICTURE 9(6).
           05 EntDificil          PICTURE 9(6).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names, given-count range) ******
       01  EntregaFileName    PICTURE X(100) VALUE 'entrega.txt'.
       01  ArgGivens          PICTURE 99 VALUE 0.
       01  MinGivens          PICTURE 99 VALUE 17.
       01  MaxGivens          PICTURE 99 VALUE 80.
       01  ProveidorCodi      PICTURE X(6) VALUE SPACES.
       01  ReferenciaEntrega  PICTURE X(20) VALUE SPACES.
       01  EntreguesFileName  PICTURE X(100) VALUE 'entregues.dat'.
       01  EntreguesStatus    PICTURE XX.
       01  EntregaNova        PICTURE X(239).
       01  PosBarra           PICTURE 999.
       01  iNom               PICTURE 999.
       01  EntregaNoRegistradaSw PICTURE 9 VALUE 0.
           88 EntregaNoRegistrada VALUE 1.
       01  DataAvui           PICTURE 9(8).
       01  HoraAvui           PICTURE 9(8).

      ******Delivery scanning ******
       01  FiEntregaSw        PICTURE 9 VALUE 0.
       01  NumLlegits         PICTURE 9(6) VALUE 0.
       01  NumAcceptats       PICTURE 9(6) VALUE 0.
       01  NumRebutjats       PICTURE 9(6) VALUE 0.
       01  NumDuplicats       PICTURE 9(6) VALUE 0.

      ******Exception report editing ******
       01  MotiuExcepcio      PICTURE X(60).
           DISPLAY NumLlegits ' graelles: '
                   NumAcceptats ' acceptades, '
                   NumRebutjats ' rebutjades'
           IF ProveidorCodi NOT = SPACES THEN
               PERFORM Registra-entrega
           END-IF
           EVALUATE TRUE
             WHEN EntregaNoRegistrada
               MOVE 8 TO RETURN-CODE
             WHEN NumLlegits > 0 AND NumAcceptats = 0
               MOVE 8 TO RETURN-CODE
             WHEN NumRebutjats > 0 OR EntregaCorrupta
               MOVE ArgGivens TO MaxGivens
           END-IF

      ***** VENDOR CODE, DELIVERY REFERENCE (DEFAULT THE DELIVERY FILE
      ***** NAME) AND LEDGER; NO VENDOR CODE, NO LEDGER RECORD
           MOVE 7 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ProveidorCodi FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 8 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ReferenciaEntrega FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 9 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT EntreguesFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

      ***** THE DEFAULT REFERENCE IS THE FILE NAME WITHOUT ITS
      ***** DIRECTORY, SO DELIVERIES KEPT IN ONE DIRECTORY DIFFER
           IF ReferenciaEntrega = SPACES THEN
               MOVE 0 TO PosBarra
               PERFORM VARYING iNom FROM 1 BY 1 UNTIL iNom > 100
                 IF EntregaFileName(iNom:1) = '/' THEN
                     MOVE iNom TO PosBarra
                 END-IF
               END-PERFORM
               IF PosBarra < 100 THEN
                   MOVE EntregaFileName(PosBarra + 1:)
                     TO ReferenciaEntrega
               END-IF
           END-IF

           IF AcceptatsFileName = SPACES THEN
               STRING EntregaFileName DELIMITED BY SPACE
                      '.acceptat'           DELIMITED BY SIZE
                 WRITE LiniaAcceptat
             ELSE
                 ADD 1 TO NumRebutjats
                 ADD 1 TO NumDuplicats
                 MOVE GrLinia(iGrid) TO LiniaExcNum
                 MOVE SPACES TO MotiuExcepcio
                 STRING 'graella duplicada (igual que linia '
             END-IF
           END-PERFORM.

      *****************************************************************
      ******* VENDOR DELIVERY LEDGER **********************************
      *****************************************************************
      ***** A DELIVERY TAKEN IN AGAIN UNDER THE SAME REFERENCE REPLACES
      ***** ITS EARLIER RECORD, DOWNSTREAM RESULTS INCLUDED
       Registra-entrega.
           OPEN I-O EntreguesFile
           IF EntreguesStatus NOT = '00' AND
              EntreguesStatus NOT = '05' THEN
               DISPLAY 'No es pot obrir ' EntreguesFileName
                       ' (estat ' EntreguesStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT DataAvui FROM DATE YYYYMMDD
           ACCEPT HoraAvui FROM TIME
           INITIALIZE EntregaRecord
           MOVE ProveidorCodi TO EntProveidor
           MOVE ReferenciaEntrega TO EntReferencia
           STRING DataAvui HoraAvui(1:6) DELIMITED BY SIZE
                  INTO EntDataRecepcio
           END-STRING
           MOVE EntregaFileName TO EntFitxer
           MOVE NumLlegits TO EntRebudes
           MOVE NumAcceptats TO EntAcceptades
           MOVE NumRebutjats TO EntRebutjades
           MOVE NumDuplicats TO EntDuplicades
           MOVE 'N' TO EntResultatsSw
           WRITE EntregaRecord
               INVALID KEY
                   PERFORM Substitueix-entrega
           END-WRITE
           CLOSE EntreguesFile.

      ***** A KEY ALREADY IN THE LEDGER IS ONLY REPLACED WHEN IT IS THE
      ***** SAME DELIVERY FILE RECEIVED AGAIN; A DIFFERENT FILE UNDER
      ***** THE SAME REFERENCE WOULD WIPE ANOTHER DELIVERY'S RECORD
       Substitueix-entrega.
           MOVE EntregaRecord TO EntregaNova
           READ EntreguesFile
               INVALID KEY
                   DISPLAY 'No es pot llegir l''entrega ' ProveidorCodi
                           ' ' ReferenciaEntrega
                           ' (estat ' EntreguesStatus ')'
                   SET EntregaNoRegistrada TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF EntFitxer NOT = EntregaFileName THEN
               DISPLAY 'Entrega ' ProveidorCodi ' ' ReferenciaEntrega
                       ' ja registrada per ' EntFitxer
               DISPLAY 'No es registra: doneu una altra referencia'
               SET EntregaNoRegistrada TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Entrega ' ProveidorCodi ' '
                   ReferenciaEntrega ' ja registrada: '
                   'es substitueix'
           MOVE EntregaNova TO EntregaRecord
           REWRITE EntregaRecord
           IF EntreguesStatus NOT = '00' THEN
               DISPLAY 'No es pot substituir l''entrega ' ProveidorCodi
                       ' ' ReferenciaEntrega
                       ' (estat ' EntreguesStatus ')'
               SET EntregaNoRegistrada TO TRUE
           END-IF.

       Escriu-excepcio.
           MOVE SPACES TO LiniaExcepcio
           STRING 'Linia ' LiniaExcNum ': '
