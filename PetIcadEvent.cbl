      *    *************************************************************
      *    PROGRAMME D'EXTRACTION DES EVENEMENTS VERS L'I-CAD
      *    Traitement par lot qui produit le fichier des événements
      *    sortant vers l'I-CAD : l'extrait de PetIcadDecl ne reprend
      *    que les animaux actifs, si bien qu'un animal décédé ou
      *    cédé en disparaissait sans que le registre en soit avisé.
      *    Ce lot déclare, pour chaque animal pucé :
      *      - le décès ou la cession hors du chenil posé par PetInfo,
      *        d'après PET-STATUS et PET-STATUS-DATE de la fiche ;
      *      - chaque changement de détenteur entre clients, d'après
      *        l'historique de propriété PETOHIST.
      *    Sont retenus les événements datés de la période allant de
      *    la date donnée par le PARM de la JCL (AAAAMMJJ, la date du
      *    jour par défaut) jusqu'à la date du jour, ce qui permet de
      *    rattraper une nuit manquée. Comme ICADDECL, le fichier est
      *    encadré d'un en-tête et d'une fin portant le nombre
      *    d'événements ; un événement non déclarable (animal sans
      *    puce) est signalé au journal de contrôle.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetIcadEvent.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des animaux, relu en séquence pour les
      *    retraits puis consulté sur sa clé pour les transferts.
           SELECT PET-MASTER-FILE ASSIGN TO "PETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-ID
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Fichier maître des propriétaires, consulté pour reprendre
      *    le prénom des détenteurs d'un transfert.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

      *    Historique de propriété, un enregistrement par changement
      *    de maître.
           SELECT PET-OWN-HIST-FILE ASSIGN TO "PETOHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-OWN-HIST-STATUS.

      *    Fichier des événements sortant vers l'I-CAD.
           SELECT ICAD-EVENT-FILE ASSIGN TO "ICADEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICAD-EVENT-STATUS.

      *    Journal de contrôle du traitement d'extraction.
           SELECT EVENT-REPORT-FILE ASSIGN TO "ICDERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PET-MASTER-FILE.
       01  PET-RECORD.
           COPY PetRecord.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY UserRecord.

       FD  PET-OWN-HIST-FILE.
       01  PET-OWN-HIST-RECORD.
           COPY PetOwnHist.

       FD  ICAD-EVENT-FILE.
       01  ICAD-EVENT-RECORD.
           COPY IcadEvent.

       FD  EVENT-REPORT-FILE.
       01  EVENT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-PET-MASTER-EOF      PIC X VALUE 'N'.
               88 PET-MASTER-EOF     VALUE 'Y'.
           05 WS-PET-MASTER-STATUS   PIC XX.
               88 PET-MASTER-OK      VALUE '00'.
               88 PET-MASTER-NOTFND  VALUE '23'.
           05 WS-USER-MASTER-STATUS  PIC XX.
               88 USER-MASTER-OK     VALUE '00'.
               88 USER-MASTER-NOTFND VALUE '23'.
           05 WS-PET-OWN-HIST-STATUS PIC XX.
               88 PET-OWN-HIST-OK    VALUE '00'.
               88 PET-OWN-HIST-NO-FILE VALUE '35'.
           05 WS-PET-OWN-HIST-EOF    PIC X VALUE 'N'.
               88 PET-OWN-HIST-EOF   VALUE 'Y'.
           05 WS-ICAD-EVENT-STATUS   PIC XX.
               88 ICAD-EVENT-OK      VALUE '00'.
           05 WS-EVENT-REPORT-STATUS PIC XX.
               88 EVENT-REPORT-OK    VALUE '00'.

      *    Date et heure d'exécution du lot, portées sur l'en-tête, et
      *    date de début de la période déclarée.
       01 WS-RUN-DATE  PIC 9(8).
       01 WS-RUN-TIME  PIC 9(6).
       01 WS-FROM-DATE PIC 9(8).

      *    Enregistrements d'encadrement du fichier d'événements, sur
      *    le modèle de ceux de ICADDECL.
       01 WS-HEADER-RECORD.
           05 FILLER          PIC X(3)   VALUE "HDR".
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 WS-HDR-RUN-TIME PIC 9(6).
           05 FILLER          PIC X(113) VALUE SPACES.
       01 WS-TRAILER-RECORD.
           05 FILLER          PIC X(3)   VALUE "TRL".
           05 WS-TRL-COUNT    PIC 9(6).
           05 FILLER          PIC X(121) VALUE SPACES.

      *    Compteurs de traitement pour le journal de fin de lot.
       01 WS-COUNTERS.
           05 WS-PET-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-HIST-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-DEATH-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-DEPARTURE-COUNT PIC 9(6) VALUE ZERO.
           05 WS-CHANGE-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-EVENT-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-NOCHIP-COUNT    PIC 9(6) VALUE ZERO.

      *    Zone de construction des lignes du journal.
       01 WS-REPORT-LINE.
           05 WS-RPT-PET-ID     PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RPT-MESSAGE    PIC X(70).

      *    Libellé de l'événement porté sur la ligne du journal.
       01 WS-EVENT-LABEL PIC X(22).

      *    PARM de la JCL EXEC qui lance ce lot : date de début de la
      *    période déclarée (PARM='20240301' par exemple). Reçu via
      *    PROCEDURE DIVISION USING, comme le fait une JCL réelle ;
      *    un PARM absent, non numérique ou postérieur à la date du
      *    jour ne déclare que les événements du jour.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH    PIC S9(4) COMP.
           05 LS-PARM-FROM-DATE PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PET-RECORDS
               UNTIL PET-MASTER-EOF
           PERFORM 3000-PROCESS-OWNER-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-FROM-DATE
           IF LS-PARM-LENGTH >= 8
              AND LS-PARM-FROM-DATE NUMERIC
              AND LS-PARM-FROM-DATE <= WS-RUN-DATE
               MOVE LS-PARM-FROM-DATE TO WS-FROM-DATE
           END-IF
           OPEN INPUT  PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETICADEVENT - OUVERTURE PET-MASTER "
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT  USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETICADEVENT - OUVERTURE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN OUTPUT ICAD-EVENT-FILE
           OPEN OUTPUT EVENT-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME
           WRITE ICAD-EVENT-RECORD FROM WS-HEADER-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EVENEMENTS DU " WS-FROM-DATE " AU " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM 2100-READ-PET-RECORD.

      *    Un animal retiré (décédé ou cédé) dont le statut a été
      *    posé dans la période est déclaré avec son dernier maître
      *    comme détenteur sortant.
       2000-PROCESS-PET-RECORDS.
           ADD 1 TO WS-PET-COUNT
           IF PET-INACTIVE
              AND PET-STATUS-DATE >= WS-FROM-DATE
              AND PET-STATUS-DATE <= WS-RUN-DATE
               PERFORM 2200-DECLARE-RETIREMENT
           END-IF
           PERFORM 2100-READ-PET-RECORD.

       2100-READ-PET-RECORD.
           READ PET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PET-MASTER-EOF
           END-READ.

       2200-DECLARE-RETIREMENT.
           MOVE SPACES TO ICAD-EVENT-RECORD
           IF PET-DECEASED
               MOVE 'D'                   TO IEV-EVENT-TYPE
               MOVE "DECES"               TO WS-EVENT-LABEL
           ELSE
               MOVE 'T'                   TO IEV-EVENT-TYPE
               MOVE "CESSION HORS CHENIL" TO WS-EVENT-LABEL
           END-IF
           MOVE PET-STATUS-DATE    TO IEV-EVENT-DATE
           MOVE PET-CHIP-ID        TO IEV-CHIP-ID
           MOVE PET-ID             TO IEV-PET-ID
           MOVE PET-NAME           TO IEV-PET-NAME
           MOVE MASTER-ID          TO IEV-OLD-HOLDER-ID
           MOVE MASTER-LAST-NAME   TO IEV-OLD-HOLDER-LAST-NAME
           MOVE MASTER-FIRST-NAME  TO IEV-OLD-HOLDER-FIRST-NAME
           PERFORM 2800-WRITE-EVENT
           IF PET-CHIP-ID NOT = SPACES
               IF PET-DECEASED
                   ADD 1 TO WS-DEATH-COUNT
               ELSE
                   ADD 1 TO WS-DEPARTURE-COUNT
               END-IF
           END-IF.

      *    Un animal sans puce n'a rien à déclarer au registre :
      *    l'événement est seulement signalé au journal.
       2800-WRITE-EVENT.
           MOVE IEV-PET-ID TO WS-RPT-PET-ID
           MOVE SPACES TO WS-RPT-MESSAGE
           IF IEV-CHIP-ID = SPACES
               STRING WS-EVENT-LABEL " DU " IEV-EVENT-DATE
                      " - NON DECLARE, ANIMAL SANS PUCE"
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               ADD 1 TO WS-NOCHIP-COUNT
           ELSE
               WRITE ICAD-EVENT-RECORD
               STRING WS-EVENT-LABEL " DU " IEV-EVENT-DATE
                      " - PUCE " IEV-CHIP-ID
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               ADD 1 TO WS-EVENT-COUNT
           END-IF
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE EVENT-REPORT-LINE FROM WS-REPORT-LINE.

      *    Relit l'historique de propriété ; un historique encore
      *    jamais créé (aucun transfert depuis l'installation) ne
      *    fournit simplement aucun changement de détenteur.
       3000-PROCESS-OWNER-HISTORY.
           OPEN INPUT PET-OWN-HIST-FILE
           EVALUATE TRUE
               WHEN PET-OWN-HIST-OK
                   PERFORM 3100-READ-OWN-HIST
                   PERFORM 3200-PROCESS-ONE-HIST
                       UNTIL PET-OWN-HIST-EOF
                   CLOSE PET-OWN-HIST-FILE
               WHEN PET-OWN-HIST-NO-FILE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PETICADEVENT - OUVERTURE PETOHIST "
                       "IMPOSSIBLE - " WS-PET-OWN-HIST-STATUS
                   PERFORM 9900-ABORT
           END-EVALUATE.

       3100-READ-OWN-HIST.
           READ PET-OWN-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-PET-OWN-HIST-EOF
           END-READ.

       3200-PROCESS-ONE-HIST.
           ADD 1 TO WS-HIST-COUNT
           IF HIST-EFFECTIVE-DATE >= WS-FROM-DATE
              AND HIST-EFFECTIVE-DATE <= WS-RUN-DATE
               PERFORM 3300-DECLARE-HOLDER-CHANGE
           END-IF
           PERFORM 3100-READ-OWN-HIST.

      *    Le numéro de puce et le nom de l'animal sont repris de la
      *    fiche, les noms des détenteurs de l'historique (tels
      *    qu'au jour du transfert), les prénoms du fichier des
      *    propriétaires quand ils y figurent encore.
       3300-DECLARE-HOLDER-CHANGE.
           MOVE HIST-PET-ID TO PET-ID
           READ PET-MASTER-FILE
               INVALID KEY
                   MOVE HIST-PET-ID TO WS-RPT-PET-ID
                   MOVE "TRANSFERT NON DECLARE - ANIMAL ABSENT"
                       TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
               NOT INVALID KEY
                   PERFORM 3400-BUILD-HOLDER-CHANGE
           END-READ.

       3400-BUILD-HOLDER-CHANGE.
           MOVE SPACES TO ICAD-EVENT-RECORD
           MOVE 'C'                       TO IEV-EVENT-TYPE
           MOVE "CHANGEMENT DETENTEUR"    TO WS-EVENT-LABEL
           MOVE HIST-EFFECTIVE-DATE       TO IEV-EVENT-DATE
           MOVE PET-CHIP-ID               TO IEV-CHIP-ID
           MOVE PET-ID                    TO IEV-PET-ID
           MOVE PET-NAME                  TO IEV-PET-NAME
           MOVE HIST-OLD-MASTER-ID        TO IEV-OLD-HOLDER-ID
           MOVE HIST-OLD-MASTER-LAST-NAME TO IEV-OLD-HOLDER-LAST-NAME
           MOVE HIST-NEW-MASTER-ID        TO IEV-NEW-HOLDER-ID
           MOVE HIST-NEW-MASTER-LAST-NAME TO IEV-NEW-HOLDER-LAST-NAME
           MOVE HIST-OLD-MASTER-ID TO USER-ID
           READ USER-MASTER-FILE
               NOT INVALID KEY
                   MOVE USER-FIRST-NAME TO IEV-OLD-HOLDER-FIRST-NAME
           END-READ
           MOVE HIST-NEW-MASTER-ID TO USER-ID
           READ USER-MASTER-FILE
               NOT INVALID KEY
                   MOVE USER-FIRST-NAME TO IEV-NEW-HOLDER-FIRST-NAME
           END-READ
           PERFORM 2800-WRITE-EVENT
           IF PET-CHIP-ID NOT = SPACES
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *    Arrêt immédiat du traitement après l'échec d'ouverture d'un
      *    fichier indispensable : une lecture contre un fichier non
      *    ouvert ne signale ni fin de fichier ni erreur dans ce
      *    runtime, donc le lot s'arrête sans produire de déclaration
      *    partielle.
       9900-ABORT.
           DISPLAY "PETICADEVENT - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE WS-EVENT-COUNT TO WS-TRL-COUNT
           WRITE ICAD-EVENT-RECORD FROM WS-TRAILER-RECORD
           MOVE SPACES TO EVENT-REPORT-LINE
           STRING "FICHES LUES: "     WS-PET-COUNT
                  "  HISTORIQUES LUS: " WS-HIST-COUNT
                  "  SANS PUCE: "     WS-NOCHIP-COUNT
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE
           END-STRING
           WRITE EVENT-REPORT-LINE
           MOVE SPACES TO EVENT-REPORT-LINE
           STRING "DECES: "           WS-DEATH-COUNT
                  "  CESSIONS: "      WS-DEPARTURE-COUNT
                  "  CHANGEMENTS: "   WS-CHANGE-COUNT
                  "  DECLARES: "      WS-EVENT-COUNT
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE
           END-STRING
           WRITE EVENT-REPORT-LINE
           CLOSE PET-MASTER-FILE
                 USER-MASTER-FILE
                 ICAD-EVENT-FILE
                 EVENT-REPORT-FILE.
