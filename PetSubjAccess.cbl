      *    *************************************************************
      *    PROGRAMME DE RELEVE DES DONNEES PERSONNELLES D'UN
      *    PROPRIETAIRE
      *    Ce traitement à la demande répond au droit d'accès d'un
      *    propriétaire : il rassemble sur un seul état tout ce que
      *    le chenil conserve sous son USER-ID, fourni par le PARM de
      *    la JCL (5 caractères). Sont relus :
      *      USER-MASTER : la fiche du propriétaire ;
      *      PET-MASTER  : ses animaux, avec le nom recopié sur la
      *                    fiche animal ;
      *      PETOHIST    : les transferts où il est ancien ou
      *                    nouveau maître ;
      *      USRAUDIT    : l'historique des modifications de sa fiche ;
      *      PETJRNL     : les images de sa fiche et de celles de ses
      *                    animaux conservées au journal ;
      *      MAILEXT     : les lettres de rappel qui lui sont
      *                    adressées dans l'extrait en cours ;
      *      RCLEXT      : les lettres de rappel de lot de vaccin
      *                    qui lui sont adressées ;
      *      PETARCH     : ses animaux purgés vers l'archive, avec le
      *                    nom du maître recopié sur la fiche ;
      *      WAITLIST    : ses demandes en liste d'attente d'adoption ;
      *      PETRECV     : ses créances, soldées ou non ;
      *      PAYHIST     : ses règlements comptabilisés ;
      *      OWNCRED     : son avoir non imputé ;
      *      ICADDECL    : les déclarations I-CAD où il figure comme
      *                    détenteur ;
      *      ICADEVT     : les événements I-CAD où il figure comme
      *                    détenteur sortant ou nouveau détenteur.
      *    Chaque ligne de l'état est marquée du fichier d'où elle
      *    provient ; un fichier absent est signalé et sauté, hors
      *    les deux maîtres qui sont indispensables. Un propriétaire
      *    déjà retiré de USER-MASTER est tout de même relevé dans
      *    les autres fichiers, où il peut encore figurer.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PetSubjAccess.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des propriétaires, consulté par accès direct.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

      *    Fichier maître des animaux, parcouru par l'index
      *    alternatif MASTER-ID.
           SELECT PET-MASTER-FILE ASSIGN TO "PETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PET-ID
               ALTERNATE RECORD KEY IS MASTER-ID WITH DUPLICATES
               FILE STATUS IS WS-PET-MASTER-STATUS.

      *    Historique de propriété, lu séquentiellement.
           SELECT PET-OWN-HIST-FILE ASSIGN TO "PETOHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-OWN-HIST-STATUS.

      *    Piste d'audit des modifications apportées à USER-MASTER.
           SELECT USER-AUDIT-FILE ASSIGN TO "USRAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USER-AUDIT-STATUS.

      *    Journal d'images après des fichiers maîtres.
           SELECT PET-JRNL-FILE ASSIGN TO "PETJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-JRNL-STATUS.

      *    Extrait des lettres de rappel destiné au routeur.
           SELECT MAIL-EXTRACT-FILE ASSIGN TO "MAILEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAIL-EXTRACT-STATUS.

      *    Extrait des lettres de rappel de lot de vaccin.
           SELECT RECALL-EXTRACT-FILE ASSIGN TO "RCLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECALL-EXTRACT-STATUS.

      *    Archive des animaux purgés, lue séquentiellement.
           SELECT PET-ARCHIVE-FILE ASSIGN TO "PETARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PET-ARCHIVE-STATUS.

      *    Liste d'attente d'adoption, lue séquentiellement.
           SELECT WAIT-LIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAIT-LIST-STATUS.

      *    Créances, parcourues à partir du MASTER-ID en tête de clé.
           SELECT PET-RECV-FILE ASSIGN TO "PETRECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-PET-RECV-STATUS.

      *    Historique des encaissements, parcouru à partir du
      *    MASTER-ID en tête de clé.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE RECORD KEY IS PAY-RECEIPT-KEY WITH DUPLICATES
               FILE STATUS IS WS-PAY-HIST-STATUS.

      *    Avoirs non imputés, un par propriétaire.
           SELECT OWNER-CREDIT-FILE ASSIGN TO "OWNCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-MASTER-ID
               FILE STATUS IS WS-OWNER-CREDIT-STATUS.

      *    Extrait de déclaration vers l'I-CAD.
           SELECT ICAD-DECL-FILE ASSIGN TO "ICADDECL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICAD-DECL-STATUS.

      *    Extrait des événements (décès, cession, changement de
      *    détenteur) vers l'I-CAD.
           SELECT ICAD-EVENT-FILE ASSIGN TO "ICADEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICAD-EVENT-STATUS.

      *    Relevé des données personnelles du propriétaire.
           SELECT SAR-REPORT-FILE ASSIGN TO "SARRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  USER-MASTER-FILE.
       01  USER-RECORD.
           COPY UserRecord.

       FD  PET-MASTER-FILE.
       01  PET-RECORD.
           COPY PetRecord.

       FD  PET-OWN-HIST-FILE.
       01  PET-OWN-HIST-RECORD.
           COPY PetOwnHist.

       FD  USER-AUDIT-FILE.
       01  USER-AUDIT-RECORD.
           COPY UserAudit.

       FD  PET-JRNL-FILE.
       01  PET-JRNL-RECORD.
           COPY PetJournal.

       FD  MAIL-EXTRACT-FILE.
       01  MAIL-LETTER-RECORD.
           COPY PetMailLetter.

       FD  RECALL-EXTRACT-FILE.
       01  RECALL-LETTER-RECORD.
           COPY PetRecallLetter.

       FD  PET-ARCHIVE-FILE.
       01  PET-ARCHIVE-RECORD PIC X(116).

       FD  WAIT-LIST-FILE.
       01  WAIT-LIST-RECORD.
           COPY PetWaitList.

       FD  PET-RECV-FILE.
       01  PET-RECV-RECORD.
           COPY PetReceivable.

       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
           COPY PetPayHist.

       FD  OWNER-CREDIT-FILE.
       01  OWNER-CREDIT-RECORD.
           COPY OwnerCredit.

       FD  ICAD-DECL-FILE.
       01  ICAD-DECL-RECORD.
           COPY IcadDecl.

       FD  ICAD-EVENT-FILE.
       01  ICAD-EVENT-RECORD.
           COPY IcadEvent.

       FD  SAR-REPORT-FILE.
       01  SAR-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier et statuts des fichiers.
       01 WS-FLAGS.
           05 WS-USER-MASTER-STATUS   PIC XX.
               88 USER-MASTER-OK      VALUE '00'.
           05 WS-PET-MASTER-STATUS    PIC XX.
               88 PET-MASTER-OK       VALUE '00'.
           05 WS-PET-CHAIN-EOF        PIC X VALUE 'N'.
               88 PET-CHAIN-EOF       VALUE 'Y'.
           05 WS-PET-OWN-HIST-STATUS  PIC XX.
               88 PET-OWN-HIST-OK     VALUE '00'.
               88 PET-OWN-HIST-NO-FILE VALUE '35'.
           05 WS-PET-OWN-HIST-EOF     PIC X VALUE 'N'.
               88 PET-OWN-HIST-EOF    VALUE 'Y'.
           05 WS-USER-AUDIT-STATUS    PIC XX.
               88 USER-AUDIT-OK       VALUE '00'.
               88 USER-AUDIT-NO-FILE  VALUE '35'.
           05 WS-USER-AUDIT-EOF       PIC X VALUE 'N'.
               88 USER-AUDIT-EOF      VALUE 'Y'.
           05 WS-PET-JRNL-STATUS      PIC XX.
               88 PET-JRNL-OK         VALUE '00'.
               88 PET-JRNL-NO-FILE    VALUE '35'.
           05 WS-PET-JRNL-EOF         PIC X VALUE 'N'.
               88 PET-JRNL-EOF        VALUE 'Y'.
           05 WS-MAIL-EXTRACT-STATUS  PIC XX.
               88 MAIL-EXTRACT-OK     VALUE '00'.
               88 MAIL-EXTRACT-NO-FILE VALUE '35'.
           05 WS-MAIL-EXTRACT-EOF     PIC X VALUE 'N'.
               88 MAIL-EXTRACT-EOF    VALUE 'Y'.
           05 WS-RECALL-EXTRACT-STATUS PIC XX.
               88 RECALL-EXTRACT-OK   VALUE '00'.
               88 RECALL-EXTRACT-NO-FILE VALUE '35'.
           05 WS-RECALL-EXTRACT-EOF   PIC X VALUE 'N'.
               88 RECALL-EXTRACT-EOF  VALUE 'Y'.
           05 WS-PET-ARCHIVE-STATUS   PIC XX.
               88 PET-ARCHIVE-OK      VALUE '00'.
               88 PET-ARCHIVE-NO-FILE VALUE '35'.
           05 WS-PET-ARCHIVE-EOF      PIC X VALUE 'N'.
               88 PET-ARCHIVE-EOF     VALUE 'Y'.
           05 WS-WAIT-LIST-STATUS     PIC XX.
               88 WAIT-LIST-OK        VALUE '00'.
               88 WAIT-LIST-NO-FILE   VALUE '35'.
           05 WS-WAIT-LIST-EOF        PIC X VALUE 'N'.
               88 WAIT-LIST-EOF       VALUE 'Y'.
           05 WS-PET-RECV-STATUS      PIC XX.
               88 PET-RECV-OK         VALUE '00'.
               88 PET-RECV-NO-FILE    VALUE '35'.
           05 WS-RECV-CHAIN-EOF       PIC X VALUE 'N'.
               88 RECV-CHAIN-EOF      VALUE 'Y'.
           05 WS-PAY-HIST-STATUS      PIC XX.
               88 PAY-HIST-OK         VALUE '00'.
               88 PAY-HIST-NO-FILE    VALUE '35'.
           05 WS-PAY-CHAIN-EOF        PIC X VALUE 'N'.
               88 PAY-CHAIN-EOF       VALUE 'Y'.
           05 WS-OWNER-CREDIT-STATUS  PIC XX.
               88 OWNER-CREDIT-OK     VALUE '00'.
               88 OWNER-CREDIT-NO-FILE VALUE '35'.
           05 WS-ICAD-DECL-STATUS     PIC XX.
               88 ICAD-DECL-OK        VALUE '00'.
               88 ICAD-DECL-NO-FILE   VALUE '35'.
           05 WS-ICAD-DECL-EOF        PIC X VALUE 'N'.
               88 ICAD-DECL-EOF       VALUE 'Y'.
           05 WS-ICAD-EVENT-STATUS    PIC XX.
               88 ICAD-EVENT-OK       VALUE '00'.
               88 ICAD-EVENT-NO-FILE  VALUE '35'.
           05 WS-ICAD-EVENT-EOF       PIC X VALUE 'N'.
               88 ICAD-EVENT-EOF      VALUE 'Y'.
           05 WS-SAR-REPORT-STATUS    PIC XX.
               88 SAR-REPORT-OK       VALUE '00'.

      *    Date d'exécution de l'état.
       01 WS-RUN-DATE PIC 9(8).

      *    Propriétaire dont les données sont relevées.
       01 WS-WANTED-USER-ID PIC X(5) VALUE SPACES.

      *    Nombre d'enregistrements retenus pour le fichier en cours
      *    et pour l'ensemble de l'état.
       01 WS-COUNTERS.
           05 WS-FILE-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-COUNT PIC 9(6) VALUE ZERO.

      *    Montant d'une créance tel qu'imprimé sur l'état.
       01 WS-AMOUNT-EDIT PIC ZZZZ9.99.

      *    Part imputée d'un règlement et avoir, tels qu'imprimés.
       01 WS-TOTAL-EDIT PIC ZZZZZZ9.99.

      *    Ligne de l'état : fichier d'origine puis détail.
       01 WS-REPORT-LINE.
           05 WS-RPT-SOURCE   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-RPT-MESSAGE  PIC X(70).

      *    PARM de la JCL EXEC qui lance cet état : USER-ID du
      *    propriétaire sur 5 caractères. Reçu via PROCEDURE DIVISION
      *    USING, comme le fait une JCL réelle ; l'état n'a pas de
      *    sens sans lui et s'arrête si le PARM est absent.
       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH  PIC S9(4) COMP.
           05 LS-PARM-USER-ID PIC X(5).

       PROCEDURE DIVISION USING LS-PARM.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-USER-MASTER
           PERFORM 3000-REPORT-PET-MASTER
           PERFORM 4000-REPORT-OWNER-HISTORY
           PERFORM 5000-REPORT-USER-AUDIT
           PERFORM 6000-REPORT-JOURNAL
           PERFORM 7000-REPORT-MAIL-EXTRACT
           PERFORM 7500-REPORT-RECALL-EXTRACT
           PERFORM 7700-REPORT-PET-ARCHIVE
           PERFORM 7800-REPORT-WAIT-LIST
           PERFORM 7900-REPORT-RECEIVABLES
           PERFORM 7950-REPORT-PAY-HISTORY
           PERFORM 7980-REPORT-OWNER-CREDIT
           PERFORM 8000-REPORT-ICAD-DECL
           PERFORM 8500-REPORT-ICAD-EVENT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LS-PARM-LENGTH >= 1
               MOVE LS-PARM-USER-ID TO WS-WANTED-USER-ID
           END-IF
           IF WS-WANTED-USER-ID = SPACES
               DISPLAY "PETSUBJACCESS - PARM USER-ID ABSENT"
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF NOT USER-MASTER-OK
               DISPLAY "PETSUBJACCESS - OUVERTURE USER-MASTER "
                   "IMPOSSIBLE - " WS-USER-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN INPUT PET-MASTER-FILE
           IF NOT PET-MASTER-OK
               DISPLAY "PETSUBJACCESS - OUVERTURE PET-MASTER "
                   "IMPOSSIBLE - " WS-PET-MASTER-STATUS
               PERFORM 9900-ABORT
           END-IF
           OPEN OUTPUT SAR-REPORT-FILE
           MOVE SPACES TO SAR-REPORT-LINE
           STRING "RELEVE DES DONNEES PERSONNELLES - USER-ID "
                  WS-WANTED-USER-ID " - " WS-RUN-DATE
               DELIMITED BY SIZE INTO SAR-REPORT-LINE
           END-STRING
           WRITE SAR-REPORT-LINE
           MOVE SPACES TO SAR-REPORT-LINE
           WRITE SAR-REPORT-LINE.

      *    Fiche du propriétaire, champ par champ.
       2000-REPORT-USER-MASTER.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "USRMAST" TO WS-RPT-SOURCE
           MOVE WS-WANTED-USER-ID TO USER-ID
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE "AUCUNE FICHE AU MAITRE" TO WS-RPT-MESSAGE
                   PERFORM 2900-WRITE-REPORT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-COUNT
                   MOVE SPACES TO WS-RPT-MESSAGE
                   STRING "NOM       : " USER-FIRST-NAME " "
                          USER-LAST-NAME
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 2900-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-RPT-MESSAGE
                   STRING "VILLE     : " USER-CITY
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 2900-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-RPT-MESSAGE
                   STRING "RUE       : " USER-STREET
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 2900-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-RPT-MESSAGE
                   STRING "TELEPHONE : " USER-PHONE
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
                   PERFORM 2900-WRITE-REPORT-LINE
           END-READ
           PERFORM 2950-WRITE-FILE-COUNT.

       2900-WRITE-REPORT-LINE.
           WRITE SAR-REPORT-LINE FROM WS-REPORT-LINE.

      *    Ligne de décompte en fin de section, suivie d'une ligne
      *    blanche.
       2950-WRITE-FILE-COUNT.
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING "ENREGISTREMENTS RETENUS: " WS-FILE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           PERFORM 2900-WRITE-REPORT-LINE
           ADD WS-FILE-COUNT TO WS-TOTAL-COUNT
           MOVE SPACES TO SAR-REPORT-LINE
           WRITE SAR-REPORT-LINE.

       2960-WRITE-FILE-ABSENT.
           MOVE "FICHIER ABSENT - NON RELU" TO WS-RPT-MESSAGE
           PERFORM 2900-WRITE-REPORT-LINE.

      *    Animaux du propriétaire, parcourus par l'index alternatif
      *    MASTER-ID, avec le nom du maître tel que recopié sur la
      *    fiche animal.
       3000-REPORT-PET-MASTER.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "PETMAST" TO WS-RPT-SOURCE
           MOVE WS-WANTED-USER-ID TO MASTER-ID
           START PET-MASTER-FILE KEY = MASTER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PET-CHAIN-EOF
           END-START
           PERFORM 3100-READ-NEXT-PET
               UNTIL PET-CHAIN-EOF
           PERFORM 2950-WRITE-FILE-COUNT.

       3100-READ-NEXT-PET.
           READ PET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PET-CHAIN-EOF
               NOT AT END
                   IF MASTER-ID NOT = WS-WANTED-USER-ID
                       MOVE 'Y' TO WS-PET-CHAIN-EOF
                   ELSE
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING PET-ID " " PET-NAME " "
                              MASTER-FIRST-NAME " " MASTER-LAST-NAME
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Transferts où le propriétaire est ancien ou nouveau
      *    maître.
       4000-REPORT-OWNER-HISTORY.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "PETOHIST" TO WS-RPT-SOURCE
           OPEN INPUT PET-OWN-HIST-FILE
           IF PET-OWN-HIST-OK
               PERFORM 4100-READ-OWNER-HISTORY
                   UNTIL PET-OWN-HIST-EOF
               CLOSE PET-OWN-HIST-FILE
           ELSE
               IF NOT PET-OWN-HIST-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE PETOHIST "
                       "IMPOSSIBLE - " WS-PET-OWN-HIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       4100-READ-OWNER-HISTORY.
           READ PET-OWN-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-PET-OWN-HIST-EOF
               NOT AT END
                   IF HIST-OLD-MASTER-ID = WS-WANTED-USER-ID
                    OR HIST-NEW-MASTER-ID = WS-WANTED-USER-ID
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING HIST-PET-ID " " HIST-EFFECTIVE-DATE " "
                              HIST-OLD-MASTER-ID " "
                              HIST-OLD-MASTER-LAST-NAME " -> "
                              HIST-NEW-MASTER-ID " "
                              HIST-NEW-MASTER-LAST-NAME
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Modifications de la fiche : valeur avant puis valeur après,
      *    sur deux lignes.
       5000-REPORT-USER-AUDIT.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "USRAUDIT" TO WS-RPT-SOURCE
           OPEN INPUT USER-AUDIT-FILE
           IF USER-AUDIT-OK
               PERFORM 5100-READ-USER-AUDIT
                   UNTIL USER-AUDIT-EOF
               CLOSE USER-AUDIT-FILE
           ELSE
               IF NOT USER-AUDIT-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE USRAUDIT "
                       "IMPOSSIBLE - " WS-USER-AUDIT-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       5100-READ-USER-AUDIT.
           READ USER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-USER-AUDIT-EOF
               NOT AT END
                   IF AUD-USER-ID = WS-WANTED-USER-ID
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING AUD-CHANGE-DATE " " AUD-FIELD-NAME
                              " AVANT: " AUD-OLD-VALUE
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING AUD-CHANGED-BY "                 "
                              " APRES: " AUD-NEW-VALUE
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Images de journal : celles de la fiche du propriétaire, et
      *    celles des fiches animal qui le portent comme maître.
      *    L'image est recopiée dans la zone de la fiche concernée
      *    pour en lire les champs, comme le fait PetJrnlReplay.
       6000-REPORT-JOURNAL.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "PETJRNL" TO WS-RPT-SOURCE
           OPEN INPUT PET-JRNL-FILE
           IF PET-JRNL-OK
               PERFORM 6100-READ-JOURNAL
                   UNTIL PET-JRNL-EOF
               CLOSE PET-JRNL-FILE
           ELSE
               IF NOT PET-JRNL-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE PETJRNL "
                       "IMPOSSIBLE - " WS-PET-JRNL-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       6100-READ-JOURNAL.
           READ PET-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-PET-JRNL-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN JRN-USER-MASTER-FILE
                           PERFORM 6200-CHECK-USER-IMAGE
                       WHEN JRN-PET-MASTER-FILE
                           PERFORM 6300-CHECK-PET-IMAGE
                   END-EVALUATE
           END-READ.

       6200-CHECK-USER-IMAGE.
           IF JRN-KEY(1:5) = WS-WANTED-USER-ID
               MOVE JRN-RECORD-IMAGE(1:99) TO USER-RECORD
               ADD 1 TO WS-FILE-COUNT
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING JRN-DATE " " JRN-TIME " " JRN-PROGRAM " "
                      JRN-ACTION " " USER-LAST-NAME " " USER-CITY
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       6300-CHECK-PET-IMAGE.
           MOVE JRN-RECORD-IMAGE(1:116) TO PET-RECORD
           IF MASTER-ID = WS-WANTED-USER-ID
               ADD 1 TO WS-FILE-COUNT
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING JRN-DATE " " JRN-TIME " " JRN-PROGRAM " "
                      JRN-ACTION " " PET-ID " " MASTER-LAST-NAME
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *    Lettres de rappel adressées au propriétaire.
       7000-REPORT-MAIL-EXTRACT.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "MAILEXT" TO WS-RPT-SOURCE
           OPEN INPUT MAIL-EXTRACT-FILE
           IF MAIL-EXTRACT-OK
               PERFORM 7100-READ-MAIL-EXTRACT
                   UNTIL MAIL-EXTRACT-EOF
               CLOSE MAIL-EXTRACT-FILE
           ELSE
               IF NOT MAIL-EXTRACT-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE MAILEXT "
                       "IMPOSSIBLE - " WS-MAIL-EXTRACT-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       7100-READ-MAIL-EXTRACT.
           READ MAIL-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-MAIL-EXTRACT-EOF
               NOT AT END
                   IF LTR-MASTER-ID = WS-WANTED-USER-ID
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING LTR-MASTER-LAST-NAME " " LTR-CITY " "
                              LTR-STREET
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Lettres de rappel de lot de vaccin adressées au
      *    propriétaire, avec le vaccin rappelé et le nombre
      *    d'injections portées sur la lettre.
       7500-REPORT-RECALL-EXTRACT.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "RCLEXT" TO WS-RPT-SOURCE
           OPEN INPUT RECALL-EXTRACT-FILE
           IF RECALL-EXTRACT-OK
               PERFORM 7600-READ-RECALL-EXTRACT
                   UNTIL RECALL-EXTRACT-EOF
               CLOSE RECALL-EXTRACT-FILE
           ELSE
               IF NOT RECALL-EXTRACT-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE RCLEXT "
                       "IMPOSSIBLE - " WS-RECALL-EXTRACT-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       7600-READ-RECALL-EXTRACT.
           READ RECALL-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-RECALL-EXTRACT-EOF
               NOT AT END
                   IF RCL-MASTER-ID = WS-WANTED-USER-ID
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING RCL-MASTER-LAST-NAME " " RCL-CITY " "
                              RCL-STREET
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING RCL-MASTER-FIRST-NAME " VACCIN "
                              RCL-PRODUCT " INJECTIONS: "
                              RCL-PET-COUNT
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Animaux du propriétaire purgés vers l'archive, avec le nom
      *    du maître tel que recopié sur la fiche archivée, lue dans
      *    la zone de la fiche animal.
       7700-REPORT-PET-ARCHIVE.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "PETARCH" TO WS-RPT-SOURCE
           OPEN INPUT PET-ARCHIVE-FILE
           IF PET-ARCHIVE-OK
               PERFORM 7710-READ-PET-ARCHIVE
                   UNTIL PET-ARCHIVE-EOF
               CLOSE PET-ARCHIVE-FILE
           ELSE
               IF NOT PET-ARCHIVE-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE PETARCH "
                       "IMPOSSIBLE - " WS-PET-ARCHIVE-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       7710-READ-PET-ARCHIVE.
           READ PET-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-PET-ARCHIVE-EOF
               NOT AT END
                   MOVE PET-ARCHIVE-RECORD TO PET-RECORD
                   IF MASTER-ID = WS-WANTED-USER-ID
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING PET-ID " " PET-NAME " "
                              MASTER-FIRST-NAME " " MASTER-LAST-NAME
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING "STATUT " PET-STATUS " DU "
                              PET-STATUS-DATE
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Demandes du propriétaire en liste d'attente d'adoption.
      *    La clé commence par la date de demande : la liste est lue
      *    en entier.
       7800-REPORT-WAIT-LIST.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "WAITLIST" TO WS-RPT-SOURCE
           OPEN INPUT WAIT-LIST-FILE
           IF WAIT-LIST-OK
               PERFORM 7810-READ-WAIT-LIST
                   UNTIL WAIT-LIST-EOF
               CLOSE WAIT-LIST-FILE
           ELSE
               IF NOT WAIT-LIST-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE WAITLIST "
                       "IMPOSSIBLE - " WS-WAIT-LIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       7810-READ-WAIT-LIST.
           READ WAIT-LIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WAIT-LIST-EOF
               NOT AT END
                   IF WL-APPLICANT-ID = WS-WANTED-USER-ID
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING WL-REQUEST-DATE " ESPECE "
                              WL-WANTED-PET-KEY " GENRE "
                              WL-WANTED-GENDER " AGE "
                              WL-AGE-MIN " A " WL-AGE-MAX
                              " LOOF " WL-WANTED-LOOF
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Créances du propriétaire, soldées ou non, parcourues à
      *    partir de son MASTER-ID en tête de clé.
       7900-REPORT-RECEIVABLES.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "PETRECV" TO WS-RPT-SOURCE
           OPEN INPUT PET-RECV-FILE
           IF PET-RECV-OK
               MOVE LOW-VALUES TO RCV-KEY
               MOVE WS-WANTED-USER-ID TO RCV-MASTER-ID
               START PET-RECV-FILE KEY >= RCV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RECV-CHAIN-EOF
               END-START
               PERFORM 7910-READ-RECEIVABLE
                   UNTIL RECV-CHAIN-EOF
               CLOSE PET-RECV-FILE
           ELSE
               IF NOT PET-RECV-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE PETRECV "
                       "IMPOSSIBLE - " WS-PET-RECV-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       7910-READ-RECEIVABLE.
           READ PET-RECV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RECV-CHAIN-EOF
               NOT AT END
                   IF RCV-MASTER-ID NOT = WS-WANTED-USER-ID
                       MOVE 'Y' TO WS-RECV-CHAIN-EOF
                   ELSE
                       ADD 1 TO WS-FILE-COUNT
                       MOVE RCV-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING RCV-PET-ID " " RCV-EVENT-DATE " "
                              RCV-EVENT-TYPE " " RCV-PRODUCT " "
                              WS-AMOUNT-EDIT
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING "FACTURE LE " RCV-INVOICE-DATE
                              " REGLEE " RCV-PAID-FLAG " LE "
                              RCV-PAID-DATE
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Règlements comptabilisés du propriétaire, parcourus à
      *    partir de son MASTER-ID en tête de clé : date de
      *    comptabilisation, date de réception, moyen, référence,
      *    montant reçu et part imputée.
       7950-REPORT-PAY-HISTORY.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "PAYHIST" TO WS-RPT-SOURCE
           OPEN INPUT PAY-HIST-FILE
           IF PAY-HIST-OK
               MOVE LOW-VALUES TO PAY-KEY
               MOVE WS-WANTED-USER-ID TO PAY-MASTER-ID
               START PAY-HIST-FILE KEY >= PAY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PAY-CHAIN-EOF
               END-START
               PERFORM 7960-READ-PAY-HISTORY
                   UNTIL PAY-CHAIN-EOF
               CLOSE PAY-HIST-FILE
           ELSE
               IF NOT PAY-HIST-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE PAYHIST "
                       "IMPOSSIBLE - " WS-PAY-HIST-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       7960-READ-PAY-HISTORY.
           READ PAY-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAY-CHAIN-EOF
               NOT AT END
                   IF PAY-MASTER-ID NOT = WS-WANTED-USER-ID
                       MOVE 'Y' TO WS-PAY-CHAIN-EOF
                   ELSE
                       ADD 1 TO WS-FILE-COUNT
                       MOVE PAY-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE PAY-APPLIED-AMOUNT TO WS-TOTAL-EDIT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING PAY-POST-DATE " " PAY-DATE " "
                              PAY-METHOD " " PAY-REFERENCE " "
                              WS-AMOUNT-EDIT " IMPUTE "
                              WS-TOTAL-EDIT
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Avoir non imputé du propriétaire et date de son dernier
      *    mouvement ; aucun avoir n'est pas une anomalie.
       7980-REPORT-OWNER-CREDIT.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "OWNCRED" TO WS-RPT-SOURCE
           OPEN INPUT OWNER-CREDIT-FILE
           IF OWNER-CREDIT-OK
               MOVE WS-WANTED-USER-ID TO CRD-MASTER-ID
               READ OWNER-CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FILE-COUNT
                       MOVE CRD-BALANCE TO WS-TOTAL-EDIT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING "AVOIR " WS-TOTAL-EDIT
                              " DERNIER MOUVEMENT LE "
                              CRD-LAST-MOVE-DATE
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
               END-READ
               CLOSE OWNER-CREDIT-FILE
           ELSE
               IF NOT OWNER-CREDIT-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE OWNCRED "
                       "IMPOSSIBLE - " WS-OWNER-CREDIT-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

      *    Déclarations I-CAD où le propriétaire figure comme
      *    détenteur ; l'en-tête et la fin de l'extrait sont sautés.
       8000-REPORT-ICAD-DECL.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "ICADDECL" TO WS-RPT-SOURCE
           OPEN INPUT ICAD-DECL-FILE
           IF ICAD-DECL-OK
               PERFORM 8100-READ-ICAD-DECL
                   UNTIL ICAD-DECL-EOF
               CLOSE ICAD-DECL-FILE
           ELSE
               IF NOT ICAD-DECL-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE ICADDECL "
                       "IMPOSSIBLE - " WS-ICAD-DECL-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       8100-READ-ICAD-DECL.
           READ ICAD-DECL-FILE
               AT END
                   MOVE 'Y' TO WS-ICAD-DECL-EOF
               NOT AT END
                   IF ICD-CHIP-ID(1:3) NOT = "HDR"
                      AND ICD-CHIP-ID(1:3) NOT = "TRL"
                      AND ICD-MASTER-ID = WS-WANTED-USER-ID
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SPACES TO WS-RPT-MESSAGE
                       STRING ICD-CHIP-ID " " ICD-PET-ID " "
                              ICD-MASTER-FIRST-NAME " "
                              ICD-MASTER-LAST-NAME
                           DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                       END-STRING
                       PERFORM 2900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Événements I-CAD où le propriétaire figure comme détenteur
      *    sortant ou comme nouveau détenteur, avec son nom tel que
      *    déclaré ; l'en-tête et la fin de l'extrait sont sautés.
       8500-REPORT-ICAD-EVENT.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "ICADEVT" TO WS-RPT-SOURCE
           OPEN INPUT ICAD-EVENT-FILE
           IF ICAD-EVENT-OK
               PERFORM 8600-READ-ICAD-EVENT
                   UNTIL ICAD-EVENT-EOF
               CLOSE ICAD-EVENT-FILE
           ELSE
               IF NOT ICAD-EVENT-NO-FILE
                   DISPLAY "PETSUBJACCESS - OUVERTURE ICADEVT "
                       "IMPOSSIBLE - " WS-ICAD-EVENT-STATUS
                   PERFORM 9900-ABORT
               END-IF
               PERFORM 2960-WRITE-FILE-ABSENT
           END-IF
           PERFORM 2950-WRITE-FILE-COUNT.

       8600-READ-ICAD-EVENT.
           READ ICAD-EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-ICAD-EVENT-EOF
               NOT AT END
                   IF ICAD-EVENT-RECORD(1:3) NOT = "HDR"
                      AND ICAD-EVENT-RECORD(1:3) NOT = "TRL"
                       PERFORM 8700-CHECK-ICAD-HOLDERS
                   END-IF
           END-READ.

       8700-CHECK-ICAD-HOLDERS.
           IF IEV-OLD-HOLDER-ID = WS-WANTED-USER-ID
               ADD 1 TO WS-FILE-COUNT
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING IEV-EVENT-TYPE " " IEV-EVENT-DATE " "
                      IEV-PET-ID " SORTANT "
                      IEV-OLD-HOLDER-FIRST-NAME " "
                      IEV-OLD-HOLDER-LAST-NAME
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           IF IEV-NEW-HOLDER-ID = WS-WANTED-USER-ID
               ADD 1 TO WS-FILE-COUNT
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING IEV-EVENT-TYPE " " IEV-EVENT-DATE " "
                      IEV-PET-ID " NOUVEAU "
                      IEV-NEW-HOLDER-FIRST-NAME " "
                      IEV-NEW-HOLDER-LAST-NAME
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *    Arrêt immédiat du traitement sans PARM ou après l'échec
      *    d'ouverture d'un fichier : un relevé incomplet ne doit pas
      *    être remis au propriétaire comme s'il était complet.
       9900-ABORT.
           DISPLAY "PETSUBJACCESS - TRAITEMENT INTERROMPU"
           STOP RUN RETURNING 16.

       9000-TERMINATE.
           MOVE SPACES TO SAR-REPORT-LINE
           STRING "-- FIN DU RELEVE -- ENREGISTREMENTS RETENUS: "
                  WS-TOTAL-COUNT
               DELIMITED BY SIZE INTO SAR-REPORT-LINE
           END-STRING
           WRITE SAR-REPORT-LINE
           CLOSE USER-MASTER-FILE
                 PET-MASTER-FILE
                 SAR-REPORT-FILE.
