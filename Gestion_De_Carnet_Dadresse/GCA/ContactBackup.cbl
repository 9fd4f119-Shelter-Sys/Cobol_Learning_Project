      *    (CONTACTS.idx, CONTACTS-CTL.idx, CONTACTS-ARCHIVE.idx,
      *    COMPANIES.idx, COMPANIES-ARCHIVE.idx, INTERACTIONS.idx,
      *    INTERACTIONS-ARCHIVE.idx, FOLLOWUPS.idx, RELATIONS.idx,
      *    RELATIONS-ARCHIVE.idx, OPPORTUNITIES.idx,
      *    OPPORTUNITIES-ARCHIVE.idx, CONSENT.idx,
      *    CONSENT-HISTORY.idx and COUNTRIES.idx) into one
      *    combined file BACKUP-GEN<n>.dat, where <n> rotates
      *    through the configured number of generations so the
      *    oldest set is the one overwritten. Every record is
      *        F  a followup-record
      *        R  a relation-record
      *        S  a relation-archive-record
      *        O  an opportunity-record
      *        U  an opportunity-archive-record
      *        K  a consent-record
      *        L  a consent-history-record
      *        Y  a country-record
      *        Z  trailer with the fifteen record counts
      *    Files not yet on disk go into the set as empty.
      *    ContactRestore rebuilds all fifteen files from one
      *    generation as a single consistent unit.
      *----------------------------------------------------------------

           RECORD KEY IS ARL-KEY
           FILE STATUS IS ws-relarc-status.

           SELECT opportunities-file ASSIGN TO 'OPPORTUNITIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPP-ID
           FILE STATUS IS ws-opp-status.

           SELECT opp-archive-file ASSIGN TO
               'OPPORTUNITIES-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPA-ID
           FILE STATUS IS ws-opparc-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

           SELECT consent-hist-file ASSIGN TO 'CONSENT-HISTORY.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNH-KEY
           FILE STATUS IS ws-cnh-status.

           SELECT countries-file ASSIGN TO 'COUNTRIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
       FD rel-archive-file.
       COPY RELARCH.

       FD opportunities-file.
       COPY OPPORT.

       FD opp-archive-file.
       COPY OPPARCH.

       FD consent-file.
       COPY CONSENT.

       FD consent-hist-file.
       COPY CONSHIST.

       FD countries-file.
       COPY COUNTRY.

       FD backup-file.
       01 backup-line.
           05 BKP-TAG PIC X(01).
           05 BKP-DATA PIC X(700).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-rel-status PIC XX.
       01 ws-relarc-status PIC XX.
       01 ws-opp-status PIC XX.
       01 ws-opparc-status PIC XX.
       01 ws-cns-status PIC XX.
       01 ws-cnh-status PIC XX.
       01 ws-cty-status PIC XX.
       01 ws-have-companies PIC X(01) VALUE "N".
       01 ws-have-ints PIC X(01) VALUE "N".
       01 ws-have-fups PIC X(01) VALUE "N".
       01 ws-have-rels PIC X(01) VALUE "N".
       01 ws-have-relarcs PIC X(01) VALUE "N".
       01 ws-have-opps PIC X(01) VALUE "N".
       01 ws-have-opparcs PIC X(01) VALUE "N".
       01 ws-have-consents PIC X(01) VALUE "N".
       01 ws-have-conhists PIC X(01) VALUE "N".
       01 ws-have-countries PIC X(01) VALUE "N".
       01 ws-backup-name PIC X(20).
       01 ws-today PIC 9(08).
       01 ws-rel-count PIC 9(05) VALUE ZERO.
       01 ws-relarc-count PIC 9(05) VALUE ZERO.
       01 ws-cty-count PIC 9(05) VALUE ZERO.
       01 ws-opp-count PIC 9(05) VALUE ZERO.
       01 ws-opparc-count PIC 9(05) VALUE ZERO.
       01 ws-cns-count PIC 9(05) VALUE ZERO.
       01 ws-cnh-count PIC 9(05) VALUE ZERO.
       01 ws-header-detail.
           05 HDR-DATE PIC 9(08).
           05 HDR-TIME PIC 9(08).
           05 TRL-REL-COUNT PIC 9(05).
           05 TRL-RELARC-COUNT PIC 9(05).
           05 TRL-CTY-COUNT PIC 9(05).
           05 TRL-OPP-COUNT PIC 9(05).
           05 TRL-OPPARC-COUNT PIC 9(05).
           05 TRL-CNS-COUNT PIC 9(05).
           05 TRL-CNH-COUNT PIC 9(05).

       COPY BATCHRUN.

               ws-intarc-count " archived notes, " ws-cmparc-count
               " removed companies, " ws-fup-count " follow-ups, "
               ws-rel-count " links, " ws-relarc-count
               " archived links, " ws-opp-count " opportunities, "
               ws-opparc-count " archived opportunities, "
               ws-cns-count " consent entries, " ws-cnh-count
               " consent changes, " ws-cty-count " countries.".
           GOBACK.

       Open-Files.
               DISPLAY "No RELATIONS-ARCHIVE.idx (status "
                   ws-relarc-status "), saved as empty."
           END-IF.
           OPEN INPUT opportunities-file.
           IF ws-opp-status = "00"
               MOVE "Y" TO ws-have-opps
           ELSE
               DISPLAY "No OPPORTUNITIES.idx (status " ws-opp-status
                   "), saved as empty."
           END-IF.
           OPEN INPUT opp-archive-file.
           IF ws-opparc-status = "00"
               MOVE "Y" TO ws-have-opparcs
           ELSE
               DISPLAY "No OPPORTUNITIES-ARCHIVE.idx (status "
                   ws-opparc-status "), saved as empty."
           END-IF.
           OPEN INPUT consent-file.
           IF ws-cns-status = "00"
               MOVE "Y" TO ws-have-consents
           ELSE
               DISPLAY "No CONSENT.idx (status " ws-cns-status
                   "), saved as empty."
           END-IF.
           OPEN INPUT consent-hist-file.
           IF ws-cnh-status = "00"
               MOVE "Y" TO ws-have-conhists
           ELSE
               DISPLAY "No CONSENT-HISTORY.idx (status "
                   ws-cnh-status "), saved as empty."
           END-IF.
           OPEN INPUT countries-file.
           IF ws-cty-status = "00"
               MOVE "Y" TO ws-have-countries
               END-PERFORM
           END-IF.

           IF ws-have-opps = "Y"
               PERFORM UNTIL ws-opp-status = "10"
                   READ opportunities-file NEXT
                       AT END
                           MOVE "10" TO ws-opp-status
                       NOT AT END
                           MOVE SPACES TO backup-line
                           MOVE "O" TO BKP-TAG
                           MOVE opportunity-record TO BKP-DATA
                           WRITE backup-line
                           ADD 1 TO ws-opp-count
                   END-READ
               END-PERFORM
           END-IF.

           IF ws-have-opparcs = "Y"
               PERFORM UNTIL ws-opparc-status = "10"
                   READ opp-archive-file NEXT
                       AT END
                           MOVE "10" TO ws-opparc-status
                       NOT AT END
                           MOVE SPACES TO backup-line
                           MOVE "U" TO BKP-TAG
                           MOVE opportunity-archive-record TO BKP-DATA
                           WRITE backup-line
                           ADD 1 TO ws-opparc-count
                   END-READ
               END-PERFORM
           END-IF.

           IF ws-have-consents = "Y"
               PERFORM UNTIL ws-cns-status = "10"
                   READ consent-file NEXT
                       AT END
                           MOVE "10" TO ws-cns-status
                       NOT AT END
                           MOVE SPACES TO backup-line
                           MOVE "K" TO BKP-TAG
                           MOVE consent-record TO BKP-DATA
                           WRITE backup-line
                           ADD 1 TO ws-cns-count
                   END-READ
               END-PERFORM
           END-IF.

           IF ws-have-conhists = "Y"
               PERFORM UNTIL ws-cnh-status = "10"
                   READ consent-hist-file NEXT
                       AT END
                           MOVE "10" TO ws-cnh-status
                       NOT AT END
                           MOVE SPACES TO backup-line
                           MOVE "L" TO BKP-TAG
                           MOVE consent-history-record TO BKP-DATA
                           WRITE backup-line
                           ADD 1 TO ws-cnh-count
                   END-READ
               END-PERFORM
           END-IF.

           IF ws-have-countries = "Y"
               PERFORM UNTIL ws-cty-status = "10"
                   READ countries-file NEXT
           MOVE ws-rel-count TO TRL-REL-COUNT.
           MOVE ws-relarc-count TO TRL-RELARC-COUNT.
           MOVE ws-cty-count TO TRL-CTY-COUNT.
           MOVE ws-opp-count TO TRL-OPP-COUNT.
           MOVE ws-opparc-count TO TRL-OPPARC-COUNT.
           MOVE ws-cns-count TO TRL-CNS-COUNT.
           MOVE ws-cnh-count TO TRL-CNH-COUNT.
           MOVE ws-trailer-detail TO BKP-DATA.
           WRITE backup-line.
           CLOSE backup-file.
           IF ws-have-relarcs = "Y"
               CLOSE rel-archive-file
           END-IF.
           IF ws-have-opps = "Y"
               CLOSE opportunities-file
           END-IF.
           IF ws-have-opparcs = "Y"
               CLOSE opp-archive-file
           END-IF.
           IF ws-have-consents = "Y"
               CLOSE consent-file
           END-IF.
           IF ws-have-conhists = "Y"
               CLOSE consent-hist-file
           END-IF.
           IF ws-have-countries = "Y"
               CLOSE countries-file
           END-IF.
