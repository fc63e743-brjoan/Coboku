      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Interactive inquiry and maintenance of the master
      *          sudoku catalog: a grid is looked up as pasted (through
      *          its canonical key) or the catalog is browsed forward
      *          and back in key order, showing the puzzle and its
      *          solution with the whole solve history. Authorised
      *          users can reclassify the difficulty band or withdraw
      *          a grid from sale (band RETIRAT, which orders never
      *          select); every change is confirmed, journaled for
      *          recovery and logged with the user and the time
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalegFile ASSIGN TO DYNAMIC CatalegFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CatalegClau
             FILE STATUS IS CatalegStatus.

           SELECT AutoritzatsFile ASSIGN TO DYNAMIC AutoritzatsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AutoritzatsStatus.

           SELECT MantenimentFile ASSIGN TO DYNAMIC MantenimentFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MantenimentStatus.

           SELECT DiariFile ASSIGN TO DYNAMIC DiariFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DiariStatus.

       DATA DIVISION.
       FILE SECTION.

      ***** SAME LAYOUT AS THE CATALOG WRITTEN BY PROGRAM SUDOKU
       FD  CatalegFile.
       01  CatalegRecord.
           05 CatalegClau.
              10 CatalegGrid     PICTURE X(81).
              10 CatalegVariant  PICTURE X(4).
           05 CatalegSolucio     PICTURE X(81).
           05 CatalegDificultat  PICTURE X(7).
           05 CatalegPrimerCop   PICTURE X(14).
           05 CatalegDarrerCop   PICTURE X(14).
           05 CatalegNumResolts  PICTURE 9(6).
           05 CatalegMillorTemps PICTURE 9(9).
           05 CatalegPeakNivell  PICTURE 999.
           05 CatalegNumGuesses  PICTURE 9(5).
           05 CatalegGridOrig    PICTURE X(81).

      ***** ONE USER ID PER LINE; LINES STARTING WITH '*' ARE NOTES
       FD  AutoritzatsFile.
       01  AutoritzatLinea.
           05 AutUsuari       PICTURE X(20).
           05 FILLER          PICTURE X(60).

      ***** ONE LINE PER CHANGE MADE FROM THE SCREEN
       FD  MantenimentFile.
       01  MantenimentRecord.
           05 ManDataHora     PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 ManUsuari       PICTURE X(20).
           05 FILLER          PICTURE X(1).
           05 ManAccio        PICTURE X(12).
           05 FILLER          PICTURE X(1).
           05 ManGrid         PICTURE X(81).
           05 FILLER          PICTURE X(1).
           05 ManVariant      PICTURE X(4).
           05 FILLER          PICTURE X(1).
           05 ManAbans        PICTURE X(7).
           05 FILLER          PICTURE X(1).
           05 ManDespres      PICTURE X(7).

      ***** SAME LAYOUT AS THE JOURNAL WRITTEN BY PROGRAM SUDOKU
       FD  DiariFile.
       01  DiariRecord.
           05 DiariIdExecucio PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 DiariDataHora   PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 DiariPrograma   PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 DiariFuncio     PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 DiariAccio      PICTURE X(8).
           05 FILLER          PICTURE X(1).
           05 DiariAbans      PICTURE X(305).
           05 FILLER          PICTURE X(1).
           05 DiariDespres    PICTURE X(305).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names) ******
       01  CatalegFileName    PICTURE X(100) VALUE 'cataleg.dat'.
       01  AutoritzatsFileName PICTURE X(100) VALUE 'autoritzats.txt'.
       01  MantenimentFileName PICTURE X(113) VALUE SPACES.
       01  CatalegStatus      PICTURE XX.
       01  AutoritzatsStatus  PICTURE XX.
       01  MantenimentStatus  PICTURE XX.
       01  ArgNum             PICTURE 9(4).

      ******User and authorisation ******
       01  Usuari             PICTURE X(20) VALUE SPACES.
       01  AutoritzatSw       PICTURE 9 VALUE 0.
           88 Autoritzat        VALUE 1.
       01  PerfilUsuari       PICTURE X(11) VALUE 'CONSULTA'.
       01  FiAutoritzatsSw    PICTURE 9 VALUE 0.
           88 FiAutoritzats     VALUE 1.

      ******Dialog ******
       01  FiSessioSw         PICTURE 9 VALUE 0.
           88 FiSessio          VALUE 1.
       01  Ordre              PICTURE X(100).
       01  OrdreCodi          PICTURE X(10).
       01  OrdreArg1          PICTURE X(81).
       01  OrdreArg2          PICTURE X(10).
       01  Confirmacio        PICTURE X(10).
       01  Minuscules         PICTURE X(26)
                              VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  Majuscules         PICTURE X(26)
                              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  NumConsultes       PICTURE 9(6) VALUE 0.
       01  NumCanvis          PICTURE 9(6) VALUE 0.

      ******Record on screen: its key, and the puzzle and solution as
      ******shown (as pasted, or canonical when browsing) ******
       01  RegistreActiuSw    PICTURE 9 VALUE 0.
           88 RegistreActiu     VALUE 1.
       01  ClauActual         PICTURE X(85).
       01  PantallaProbl      PICTURE X(81).
       01  PantallaSol        PICTURE X(81).
       01  NovaDificultat     PICTURE X(7).
       01  AccioManteniment   PICTURE X(12).
       01  GraellaValidaSw    PICTURE 9 VALUE 0.
           88 GraellaValida     VALUE 1.

      ******Screen editing ******
       01  LiniaPantalla      PICTURE X(80).
       01  LiniaGraella       PICTURE X(25).
       01  GraellaMostrada    PICTURE X(81).
       01  PosicionsFila      PICTURE X(18) VALUE '030507111315192123'.
       01  FILLER REDEFINES PosicionsFila.
           05 PosFila PICTURE 99 OCCURS 9 TIMES.
       01  iG                 PICTURE 99.
       01  jG                 PICTURE 99.
       01  CasG               PICTURE 99.
       01  LiniaProbl         PICTURE X(25).
       01  DataEditada        PICTURE X(19).
       01  PrimerEd           PICTURE X(19).
       01  DarrerEd           PICTURE X(19).
       01  ResoltsEd          PICTURE Z(5)9.
       01  TempsEd            PICTURE Z(8)9.
       01  NivellEd           PICTURE ZZ9.
       01  GuessEd            PICTURE Z(4)9.

      ******Change journal ******
       01  DiariFileName      PICTURE X(106) VALUE SPACES.
       01  DiariStatus        PICTURE XX.
       01  IdExecucio         PICTURE X(14).
       01  DataAvui           PICTURE 9(8).
       01  HoraAvui           PICTURE 9(8).
       01  DataHoraActual     PICTURE X(14).
       01  AccioDiari         PICTURE X(8).
       01  CatalegAbans       PICTURE X(305).
       01  CatalegDespres     PICTURE X(305).

      ******Canonical form of the pasted grid, as program SUDOKU
      ******computes it for the catalog key, and the map back of the
      ******stored solution ******
       01  GridOriginal       PICTURE X(81).
       01  VariantProbl       PICTURE X(4) VALUE SPACES.
       01  LimitPerm          PICTURE 999 VALUE 216.
       01  PermTres           PICTURE X(18) VALUE '123132213231312321'.
       01  FILLER REDEFINES PermTres.
           05 FILLER OCCURS 6 TIMES.
              10 PermElem PICTURE 9 OCCURS 3 TIMES.
       01  iPermFil           PICTURE 999.
       01  iPermCol           PICTURE 999.
       01  PermResta          PICTURE 999.
       01  PermBanda1         PICTURE 9.
       01  PermBanda2         PICTURE 9.
       01  PermBanda3         PICTURE 9.
       01  kPerm              PICTURE 9.
       01  MapaFiles.
           05 MapaFila PICTURE 99 OCCURS 9 TIMES.
       01  MapaColumnes.
           05 MapaCol PICTURE 99 OCCURS 9 TIMES.
       01  MillorMapaFiles.
           05 MillorFila PICTURE 99 OCCURS 9 TIMES.
       01  MillorMapaColumnes.
           05 MillorCol PICTURE 99 OCCURS 9 TIMES.
       01  MapaDigits         PICTURE X(9).
       01  MillorMapaDigits   PICTURE X(9).
       01  MapaInvers         PICTURE X(9).
       01  GridCandidat       PICTURE X(81).
       01  GridCanonic        PICTURE X(81).
       01  SolucioMapejada    PICTURE X(81).
       01  ProperDigit        PICTURE 9.
       01  CarCanonic         PICTURE X.
       01  DigCanon           PICTURE 9.
       01  iCanon             PICTURE 99.
       01  jCanon             PICTURE 99.
       01  PosCanon           PICTURE 99.
       01  PosFont            PICTURE 99.
       01  iDigCan            PICTURE 99.
       01  jDigCan            PICTURE 99.
       01  ContCan            PICTURE 9.
       01  EstatCandidat      PICTURE 9.
           88 CandidatMillor    VALUE 1.
           88 CandidatPitjor    VALUE 2.
       01  icas               PICTURE 99.

      ******Table for conversion digit to character
       01  CarDigits PICTURE X(9) VALUE '123456789'.
       01  FILLER    REDEFINES CarDigits.
           05 Digits OCCURS 9 TIMES PICTURE X.

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND DIALOG LOOP *****************************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres
           PERFORM Carrega-autoritzats

      ***** ONLY AN AUTHORISED SESSION OPENS THE CATALOG FOR UPDATE
           IF Autoritzat THEN
               OPEN I-O CatalegFile
           ELSE
               OPEN INPUT CatalegFile
           END-IF
           IF CatalegStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' CatalegFileName
                       ' (estat ' CatalegStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Cataleg ' CatalegFileName
           DISPLAY 'Usuari ' Usuari ' (' PerfilUsuari ')'
           PERFORM Mostra-ajuda

           PERFORM UNTIL FiSessio
             PERFORM Demana-ordre
             IF NOT FiSessio THEN
                 PERFORM Executa-ordre
             END-IF
           END-PERFORM

           CLOSE CatalegFile
           DISPLAY NumConsultes ' registres consultats, '
                   NumCanvis ' canvis'
           STOP RUN.

      *****************************************************************
      ******* RUN PARAMETERS AND AUTHORISED USERS *********************
      *****************************************************************
      ***** ARGUMENTS: CATALOG AND AUTHORISED USERS FILE. THE USER IS
      ***** THE ONE LOGGED ON (ENVIRONMENT VARIABLE USER). THE JOURNAL
      ***** AND THE MAINTENANCE LOG ARE NAMED AFTER THE CATALOG
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT CatalegFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 2 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT AutoritzatsFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT Usuari FROM ENVIRONMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF Usuari = SPACES THEN
               MOVE 'DESCONEGUT' TO Usuari
           END-IF

           STRING CatalegFileName DELIMITED BY SPACE
                  '.diari'              DELIMITED BY SIZE
                  INTO DiariFileName
           END-STRING
           STRING CatalegFileName DELIMITED BY SPACE
                  '.manteniment'        DELIMITED BY SIZE
                  INTO MantenimentFileName
           END-STRING
           PERFORM Obtenir-DataHora
           MOVE DataHoraActual TO IdExecucio.

      ***** WITHOUT THE AUTHORISED USERS FILE THE SESSION IS INQUIRY
      ***** ONLY
       Carrega-autoritzats.
           OPEN INPUT AutoritzatsFile
           IF AutoritzatsStatus NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FiAutoritzats OR Autoritzat
             READ AutoritzatsFile
                 AT END SET FiAutoritzats TO TRUE
                 NOT AT END
                     IF AutoritzatLinea(1:1) NOT = '*'
                        AND AutUsuari = Usuari THEN
                         SET Autoritzat TO TRUE
                         MOVE 'MANTENIMENT' TO PerfilUsuari
                     END-IF
             END-READ
           END-PERFORM
           CLOSE AutoritzatsFile.

      *****************************************************************
      ******* DIALOG **************************************************
      *****************************************************************
       Mostra-ajuda.
           DISPLAY 'Ordres:'
           DISPLAY '  G <graella> [variant]  consulta una graella'
           DISPLAY '  P                      primer registre'
           DISPLAY '  S                      registre seguent'
           DISPLAY '  A                      registre anterior'
           IF Autoritzat THEN
               DISPLAY '  D <FACIL|MITJA|DIFICIL> reclassifica'
               DISPLAY '  R                      retira de la venda'
           END-IF
           DISPLAY '  H                      aquesta ajuda'
           DISPLAY '  F                      fi'.

      ***** THE END OF THE INPUT ENDS THE SESSION AS F DOES
       Demana-ordre.
           DISPLAY 'Ordre> ' WITH NO ADVANCING
           MOVE SPACES TO Ordre
           ACCEPT Ordre
               ON EXCEPTION SET FiSessio TO TRUE
           END-ACCEPT
           MOVE SPACES TO OrdreCodi OrdreArg1 OrdreArg2
           UNSTRING Ordre DELIMITED BY ALL SPACE
               INTO OrdreCodi OrdreArg1 OrdreArg2
           END-UNSTRING
           INSPECT OrdreCodi CONVERTING Minuscules TO Majuscules.

       Executa-ordre.
           EVALUATE OrdreCodi
             WHEN 'G'         PERFORM Consulta-graella
             WHEN 'P'         PERFORM Mostra-primer
             WHEN 'S'         PERFORM Mostra-seguent
             WHEN 'A'         PERFORM Mostra-anterior
             WHEN 'D'         PERFORM Reclassifica
             WHEN 'R'         PERFORM Retira
             WHEN 'H'         PERFORM Mostra-ajuda
             WHEN 'F'         SET FiSessio TO TRUE
             WHEN SPACES      CONTINUE
             WHEN OTHER
               DISPLAY 'Ordre desconeguda: ' OrdreCodi
           END-EVALUATE.

      *****************************************************************
      ******* LOOKUP AND BROWSE ***************************************
      *****************************************************************
      ***** THE PASTED GRID MAY USE '.' OR '0' FOR EMPTY SQUARES; IT IS
      ***** SHOWN AS PASTED, WITH THE STORED SOLUTION MAPPED BACK TO IT
       Consulta-graella.
           MOVE OrdreArg1 TO GridOriginal
           INSPECT GridOriginal CONVERTING '0' TO '.'
           MOVE 1 TO GraellaValidaSw
           PERFORM VARYING icas FROM 1 BY 1 UNTIL icas > 81
             IF (GridOriginal(icas:1) < '1'
                 OR GridOriginal(icas:1) > '9')
                AND GridOriginal(icas:1) NOT = '.' THEN
                 MOVE 0 TO GraellaValidaSw
             END-IF
           END-PERFORM
           IF NOT GraellaValida THEN
               DISPLAY 'Graella no valida: cal 81 caracters 1-9, . o 0'
               EXIT PARAGRAPH
           END-IF

           MOVE OrdreArg2(1:4) TO VariantProbl
           IF VariantProbl = SPACES THEN
               MOVE 216 TO LimitPerm
           ELSE
               MOVE 1 TO LimitPerm
           END-IF
           PERFORM Calcula-clau-canonica
           MOVE GridCanonic TO CatalegGrid
           MOVE VariantProbl TO CatalegVariant
           READ CatalegFile
               INVALID KEY
                   DISPLAY 'La graella no es al cataleg'
               NOT INVALID KEY
                   PERFORM Mapeja-solucio-original
                   MOVE GridOriginal TO PantallaProbl
                   MOVE SolucioMapejada TO PantallaSol
                   PERFORM Mostra-registre
           END-READ.

      ***** BROWSING SHOWS EACH RECORD IN ITS CANONICAL ORIENTATION,
      ***** THE ORDER OF THE KEYS
       Mostra-primer.
           MOVE LOW-VALUES TO CatalegClau
           START CatalegFile KEY IS NOT LESS THAN CatalegClau
               INVALID KEY
                   DISPLAY 'El cataleg es buit'
                   EXIT PARAGRAPH
           END-START
           PERFORM Llegeix-seguent.

       Mostra-seguent.
           IF NOT RegistreActiu THEN
               PERFORM Mostra-primer
               EXIT PARAGRAPH
           END-IF
           MOVE ClauActual TO CatalegClau
           START CatalegFile KEY IS GREATER THAN CatalegClau
               INVALID KEY
                   DISPLAY 'Final del cataleg'
                   EXIT PARAGRAPH
           END-START
           PERFORM Llegeix-seguent.

       Mostra-anterior.
           IF NOT RegistreActiu THEN
               DISPLAY 'Cap registre seleccionat'
               EXIT PARAGRAPH
           END-IF
           MOVE ClauActual TO CatalegClau
           START CatalegFile KEY IS LESS THAN CatalegClau
               INVALID KEY
                   DISPLAY 'Inici del cataleg'
                   EXIT PARAGRAPH
           END-START
           READ CatalegFile PREVIOUS RECORD
               AT END
                   DISPLAY 'Inici del cataleg'
               NOT AT END
                   PERFORM Mostra-canonic
           END-READ.

       Llegeix-seguent.
           READ CatalegFile NEXT RECORD
               AT END
                   DISPLAY 'Final del cataleg'
               NOT AT END
                   PERFORM Mostra-canonic
           END-READ.

       Mostra-canonic.
           MOVE CatalegGrid TO PantallaProbl
           MOVE CatalegSolucio TO PantallaSol
           PERFORM Mostra-registre.

      *****************************************************************
      ******* RECORD DISPLAY ******************************************
      *****************************************************************
      ***** PUZZLE AND SOLUTION SIDE BY SIDE; A VARIANT GRID IS DRAWN
      ***** WITHOUT BOX RULES, SINCE THEY WOULD MISREPRESENT ITS REGIONS
       Mostra-registre.
           MOVE CatalegClau TO ClauActual
           SET RegistreActiu TO TRUE
           ADD 1 TO NumConsultes

           DISPLAY ' '
           DISPLAY 'Clau ' CatalegGrid
           IF CatalegVariant NOT = SPACES THEN
               DISPLAY 'Variant ' CatalegVariant
           END-IF
           DISPLAY '  PROBLEMA                     SOLUCIO'
           PERFORM Mostra-separador
           PERFORM VARYING iG FROM 1 BY 1 UNTIL iG > 9
             MOVE PantallaProbl TO GraellaMostrada
             PERFORM Dibuixa-fila
             MOVE LiniaGraella TO LiniaProbl
             MOVE PantallaSol TO GraellaMostrada
             PERFORM Dibuixa-fila
             DISPLAY LiniaProbl '     ' LiniaGraella
             IF iG = 3 OR iG = 6 THEN
                 PERFORM Mostra-separador
             END-IF
           END-PERFORM
           PERFORM Mostra-separador

           MOVE CatalegPrimerCop TO DataEditada
           PERFORM Edita-data
           MOVE DataEditada TO PrimerEd
           MOVE CatalegDarrerCop TO DataEditada
           PERFORM Edita-data
           MOVE DataEditada TO DarrerEd
           MOVE CatalegNumResolts TO ResoltsEd
           MOVE CatalegMillorTemps TO TempsEd
           MOVE CatalegPeakNivell TO NivellEd
           MOVE CatalegNumGuesses TO GuessEd
           DISPLAY 'Dificultat ' CatalegDificultat
                   '   Primer cop ' PrimerEd
                   '   Darrer cop ' DarrerEd
           DISPLAY 'Resolt ' ResoltsEd ' cops   Millor temps '
                   TempsEd ' ms   Nivell maxim ' NivellEd
                   '   Intents ' GuessEd.

       Mostra-separador.
           IF CatalegVariant = SPACES THEN
               MOVE '+-------+-------+-------+' TO LiniaGraella
           ELSE
               IF iG = 3 OR iG = 6 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE '+-----------------------+' TO LiniaGraella
           END-IF
           DISPLAY LiniaGraella '     ' LiniaGraella.

       Dibuixa-fila.
           IF CatalegVariant = SPACES THEN
               MOVE '|       |       |       |' TO LiniaGraella
           ELSE
               MOVE '|                       |' TO LiniaGraella
           END-IF
           PERFORM VARYING jG FROM 1 BY 1 UNTIL jG > 9
             COMPUTE CasG = (iG - 1) * 9 + jG
             MOVE GraellaMostrada(CasG:1)
               TO LiniaGraella(PosFila(jG):1)
           END-PERFORM.

      ***** AAAAMMDDHHMMSS AS AAAA-MM-DD HH:MM:SS
       Edita-data.
           IF DataEditada(1:14) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE DataEditada(1:14) TO DataHoraActual
           MOVE SPACES TO DataEditada
           STRING DataHoraActual(1:4) '-' DataHoraActual(5:2) '-'
                  DataHoraActual(7:2) ' ' DataHoraActual(9:2) ':'
                  DataHoraActual(11:2) ':' DataHoraActual(13:2)
                  DELIMITED BY SIZE INTO DataEditada
           END-STRING.

      *****************************************************************
      ******* MAINTENANCE: RECLASSIFY AND WITHDRAW ********************
      *****************************************************************
       Reclassifica.
           MOVE OrdreArg1(1:7) TO NovaDificultat
           INSPECT NovaDificultat CONVERTING Minuscules TO Majuscules
           IF NovaDificultat NOT = 'FACIL'
              AND NovaDificultat NOT = 'MITJA'
              AND NovaDificultat NOT = 'DIFICIL' THEN
               DISPLAY 'Dificultat no valida: FACIL, MITJA o DIFICIL'
               EXIT PARAGRAPH
           END-IF
           MOVE 'RECLASSIFICA' TO AccioManteniment
           PERFORM Canvia-dificultat.

      ***** A WITHDRAWN GRID KEEPS ITS HISTORY; RECLASSIFYING IT PUTS
      ***** IT BACK ON SALE
       Retira.
           MOVE 'RETIRAT' TO NovaDificultat
           MOVE 'RETIRA' TO AccioManteniment
           PERFORM Canvia-dificultat.

      ***** THE RECORD IS READ AGAIN BEFORE THE CHANGE, SO A SOLVE RUN
      ***** THAT UPDATED IT MEANWHILE IS NOT UNDONE
       Canvia-dificultat.
           IF NOT Autoritzat THEN
               DISPLAY 'Usuari ' Usuari ' no autoritzat a modificar'
               EXIT PARAGRAPH
           END-IF
           IF NOT RegistreActiu THEN
               DISPLAY 'Cap registre seleccionat'
               EXIT PARAGRAPH
           END-IF
           MOVE ClauActual TO CatalegClau
           READ CatalegFile
               INVALID KEY
                   DISPLAY 'El registre ja no es al cataleg'
                   MOVE 0 TO RegistreActiuSw
                   EXIT PARAGRAPH
           END-READ
           IF CatalegDificultat = NovaDificultat THEN
               DISPLAY 'La dificultat ja es ' NovaDificultat
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Canvi de ' CatalegDificultat ' a ' NovaDificultat
                   '. Confirmeu (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO Confirmacio
           ACCEPT Confirmacio
               ON EXCEPTION SET FiSessio TO TRUE
           END-ACCEPT
           INSPECT Confirmacio CONVERTING Minuscules TO Majuscules
           IF Confirmacio NOT = 'S' THEN
               DISPLAY 'Canvi anul.lat'
               EXIT PARAGRAPH
           END-IF

           MOVE CatalegRecord TO CatalegAbans
           MOVE NovaDificultat TO CatalegDificultat
           REWRITE CatalegRecord
           IF CatalegStatus NOT = '00' THEN
               DISPLAY 'Error en modificar el registre (estat '
                       CatalegStatus ')'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumCanvis
           MOVE CatalegRecord TO CatalegDespres
           MOVE 'MODIFICA' TO AccioDiari
           PERFORM Escriu-diari
           PERFORM Escriu-manteniment
           DISPLAY 'Dificultat canviada a ' NovaDificultat.

      ***** THE LOG AND THE JOURNAL ARE OPENED AND CLOSED AROUND EACH
      ***** CHANGE, SO AN INTERRUPTED SESSION LOSES NONE OF THEM
       Escriu-manteniment.
           OPEN EXTEND MantenimentFile
           IF MantenimentStatus NOT = '00' THEN
               OPEN OUTPUT MantenimentFile
           END-IF
           MOVE SPACES TO MantenimentRecord
           MOVE DataHoraActual TO ManDataHora
           MOVE Usuari TO ManUsuari
           MOVE AccioManteniment TO ManAccio
           MOVE CatalegGrid TO ManGrid
           MOVE CatalegVariant TO ManVariant
           MOVE CatalegAbans(167:7) TO ManAbans
           MOVE CatalegDificultat TO ManDespres
           WRITE MantenimentRecord
           CLOSE MantenimentFile.

       Escriu-diari.
           PERFORM Obtenir-DataHora
           OPEN EXTEND DiariFile
           IF DiariStatus NOT = '00' THEN
               OPEN OUTPUT DiariFile
           END-IF
           MOVE SPACES TO DiariRecord
           MOVE IdExecucio TO DiariIdExecucio
           MOVE DataHoraActual TO DiariDataHora
           MOVE 'CONSULTA' TO DiariPrograma
           MOVE 'PANTALLA' TO DiariFuncio
           MOVE AccioDiari TO DiariAccio
           MOVE CatalegAbans TO DiariAbans
           MOVE CatalegDespres TO DiariDespres
           WRITE DiariRecord
           CLOSE DiariFile.

       Obtenir-DataHora.
           ACCEPT DataAvui FROM DATE YYYYMMDD
           ACCEPT HoraAvui FROM TIME
           STRING DataAvui HoraAvui(1:6) DELIMITED BY SIZE
                  INTO DataHoraActual
           END-STRING.

      *****************************************************************
      ******* CANONICAL FORM OF A GRID (SAME METHOD AS SUDOKU) ********
      *****************************************************************
      ***** A VARIANT GRID ONLY TRIES THE IDENTITY ARRANGEMENT
      ***** (LimitPerm = 1), AS WHEN IT WAS CATALOGUED
       Calcula-clau-canonica.
           MOVE HIGH-VALUES TO GridCanonic
           PERFORM VARYING iPermFil FROM 1 BY 1
                   UNTIL iPermFil > LimitPerm
             PERFORM Construeix-mapa-files
             PERFORM VARYING iPermCol FROM 1 BY 1
                     UNTIL iPermCol > LimitPerm
               PERFORM Construeix-mapa-columnes
               PERFORM Genera-candidat
               IF CandidatMillor THEN
                   MOVE GridCandidat TO GridCanonic
                   MOVE MapaFiles TO MillorMapaFiles
                   MOVE MapaColumnes TO MillorMapaColumnes
                   MOVE MapaDigits TO MillorMapaDigits
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM Completa-mapa-digits
           PERFORM Construeix-mapa-invers.

       Construeix-mapa-files.
           SUBTRACT 1 FROM iPermFil GIVING PermResta
           COMPUTE PermBanda1 = PermResta / 36
           COMPUTE PermResta = PermResta - PermBanda1 * 36
           COMPUTE PermBanda2 = PermResta / 6
           COMPUTE PermBanda3 = PermResta - PermBanda2 * 6
           ADD 1 TO PermBanda1
           ADD 1 TO PermBanda2
           ADD 1 TO PermBanda3
           PERFORM VARYING kPerm FROM 1 BY 1 UNTIL kPerm > 3
             MOVE PermElem(PermBanda1, kPerm) TO MapaFila(kPerm)
             COMPUTE MapaFila(kPerm + 3)
                     = 3 + PermElem(PermBanda2, kPerm)
             COMPUTE MapaFila(kPerm + 6)
                     = 6 + PermElem(PermBanda3, kPerm)
           END-PERFORM.

       Construeix-mapa-columnes.
           SUBTRACT 1 FROM iPermCol GIVING PermResta
           COMPUTE PermBanda1 = PermResta / 36
           COMPUTE PermResta = PermResta - PermBanda1 * 36
           COMPUTE PermBanda2 = PermResta / 6
           COMPUTE PermBanda3 = PermResta - PermBanda2 * 6
           ADD 1 TO PermBanda1
           ADD 1 TO PermBanda2
           ADD 1 TO PermBanda3
           PERFORM VARYING kPerm FROM 1 BY 1 UNTIL kPerm > 3
             MOVE PermElem(PermBanda1, kPerm) TO MapaCol(kPerm)
             COMPUTE MapaCol(kPerm + 3)
                     = 3 + PermElem(PermBanda2, kPerm)
             COMPUTE MapaCol(kPerm + 6)
                     = 6 + PermElem(PermBanda3, kPerm)
           END-PERFORM.

       Genera-candidat.
           MOVE '000000000' TO MapaDigits
           MOVE 0 TO ProperDigit
           MOVE 0 TO EstatCandidat
           MOVE 0 TO PosCanon
           PERFORM VARYING iCanon FROM 1 BY 1
                   UNTIL iCanon > 9 OR CandidatPitjor
             PERFORM VARYING jCanon FROM 1 BY 1
                     UNTIL jCanon > 9 OR CandidatPitjor
               ADD 1 TO PosCanon
               COMPUTE PosFont = (MapaFila(iCanon) - 1) * 9
                                 + MapaCol(jCanon)
               IF GridOriginal(PosFont:1) = '.' THEN
                   MOVE '.' TO CarCanonic
               ELSE
                   MOVE GridOriginal(PosFont:1) TO DigCanon
                   IF MapaDigits(DigCanon:1) = '0' THEN
                       ADD 1 TO ProperDigit
                       MOVE Digits(ProperDigit)
                         TO MapaDigits(DigCanon:1)
                   END-IF
                   MOVE MapaDigits(DigCanon:1) TO CarCanonic
               END-IF
               MOVE CarCanonic TO GridCandidat(PosCanon:1)
               IF EstatCandidat = 0 THEN
                   IF CarCanonic < GridCanonic(PosCanon:1) THEN
                       MOVE 1 TO EstatCandidat
                   ELSE
                       IF CarCanonic > GridCanonic(PosCanon:1) THEN
                           MOVE 2 TO EstatCandidat
                       END-IF
                   END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

       Completa-mapa-digits.
           PERFORM VARYING iDigCan FROM 1 BY 1 UNTIL iDigCan > 9
             IF MillorMapaDigits(iDigCan:1) = '0' THEN
                 PERFORM VARYING jDigCan FROM 1 BY 1
                         UNTIL jDigCan > 9
                         OR MillorMapaDigits(iDigCan:1) NOT = '0'
                   MOVE 0 TO ContCan
                   INSPECT MillorMapaDigits
                           TALLYING ContCan FOR ALL Digits(jDigCan)
                   IF ContCan = 0 THEN
                       MOVE Digits(jDigCan)
                         TO MillorMapaDigits(iDigCan:1)
                   END-IF
                 END-PERFORM
             END-IF
           END-PERFORM.

       Construeix-mapa-invers.
           PERFORM VARYING iDigCan FROM 1 BY 1 UNTIL iDigCan > 9
             MOVE MillorMapaDigits(iDigCan:1) TO DigCanon
             MOVE Digits(iDigCan) TO MapaInvers(DigCanon:1)
           END-PERFORM.

      ***** THE STORED CANONICAL SOLUTION, MAPPED BACK TO THE
      ***** ORIENTATION AND LABELS OF THE PASTED GRID
       Mapeja-solucio-original.
           PERFORM VARYING iCanon FROM 1 BY 1 UNTIL iCanon > 9
             PERFORM VARYING jCanon FROM 1 BY 1 UNTIL jCanon > 9
               COMPUTE PosCanon = (iCanon - 1) * 9 + jCanon
               COMPUTE PosFont = (MillorFila(iCanon) - 1) * 9
                                 + MillorCol(jCanon)
               MOVE CatalegSolucio(PosCanon:1) TO DigCanon
               MOVE MapaInvers(DigCanon:1)
                 TO SolucioMapejada(PosFont:1)
             END-PERFORM
           END-PERFORM.
       END PROGRAM CONSULTA.
