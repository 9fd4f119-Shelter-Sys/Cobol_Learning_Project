       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferralReport.
      *----------------------------------------------------------------
      *    Who brings us business. Follows the "referred by" links
      *    on RELATIONS.idx level after level and prints them as an
      *    indented tree in REFERRALS.rpt. A link reads from the
      *    FROM side (see RELATION.cpy) : FROM 457 TO 123 TYPE
      *    "referred by" makes 457 one of 123's referrals, so 457
      *    is printed under 123. Each person shows Company_ID,
      *    Category and the number of INTERACTIONS.idx notes.
      *    The tree starts from one chosen contact, or from every
      *    contact nobody referred. Someone met again further down
      *    their own branch is a loop : it is printed once more,
      *    marked, and not followed. Referrers caught up in a loop
      *    with no outside start are printed from the loop's
      *    lowest ID.
      *    Then :
      *      - the top referrers, by how many people descend from
      *        them at any depth (each person counted once);
      *      - links whose other end is only on
      *        CONTACTS-ARCHIVE.idx, or on neither file;
      *      - relation types used only once, usually a typo of a
      *        common one.
      *    Types are compared in capitals, so "Referred by" and
      *    "referred by" are the same type.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT relations-file ASSIGN TO 'RELATIONS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           FILE STATUS IS ws-rel-status.

           SELECT contacts ASSIGN TO 'CONTACTS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID_Contact
           ALTERNATE RECORD KEY IS Last_Name WITH DUPLICATES
           FILE STATUS IS ws-file-status.

           SELECT archive-file ASSIGN TO 'CONTACTS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-ID-Contact
           FILE STATUS IS ws-archive-status.

           SELECT interactions-file ASSIGN TO 'INTERACTIONS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-KEY
           FILE STATUS IS ws-int-status.

           SELECT report-file ASSIGN TO 'REFERRALS.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD relations-file.
       COPY RELATION.

       FD contacts.
       COPY CONTACT.

       FD archive-file.
       COPY ARCHIVE.

       FD interactions-file.
       COPY INTERACT.

       FD report-file.
       01 report-line PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-rel-status PIC XX.
       01 ws-file-status PIC XX.
       01 ws-archive-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-have-archive PIC X(01) VALUE "N".
       01 ws-have-int PIC X(01) VALUE "N".
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-scan-done PIC X(01).
       01 ws-start-id PIC 9(05).
       01 ws-follow-entry PIC X(20).
       01 ws-follow-type PIC X(20) VALUE "REFERRED BY".
       01 ws-type-upper PIC X(20).
       01 ws-links-read PIC 9(05) VALUE ZERO.
       01 ws-table-full PIC X(01) VALUE "N".
      *    Everyone who appears on a followed link, and the links
      *    themselves as positions in that table.
       01 ws-node-count PIC 9(04) VALUE ZERO.
       01 ws-node-idx PIC 9(04).
       01 ws-node-found PIC 9(04).
       01 ws-node-table.
           05 ws-node-entry OCCURS 2000 TIMES.
               10 ws-node-id PIC 9(05).
               10 ws-node-referred PIC X(01).
               10 ws-node-kids PIC 9(04).
               10 ws-node-desc PIC 9(05).
               10 ws-node-seen PIC X(01).
               10 ws-node-printed PIC X(01).
               10 ws-node-ranked PIC X(01).
       01 ws-edge-count PIC 9(04) VALUE ZERO.
       01 ws-edge-idx PIC 9(04).
       01 ws-edge-table.
           05 ws-edge-entry OCCURS 2000 TIMES.
               10 ws-edge-parent PIC 9(04).
               10 ws-edge-child PIC 9(04).
       01 ws-lookup-id PIC 9(05).
       01 ws-parent-idx PIC 9(04).
       01 ws-child-idx PIC 9(04).
      *    The branch being printed, root at level 1; one spare
      *    level for a marked line past the limit.
       01 ws-max-depth PIC 9(02) VALUE 25.
       01 ws-depth PIC 9(02).
       01 ws-path-idx PIC 9(02).
       01 ws-on-path PIC X(01).
       01 ws-path-table.
           05 ws-path-entry OCCURS 26 TIMES.
               10 ws-path-node PIC 9(04).
               10 ws-path-next PIC 9(04).
       01 ws-line-note PIC X(30).
       01 ws-line-ptr PIC 9(03).
      *    Roots in ID order.
       01 ws-root-count PIC 9(04) VALUE ZERO.
       01 ws-root-idx PIC 9(04).
       01 ws-root-jdx PIC 9(04).
       01 ws-root-swap PIC 9(04).
       01 ws-root-table.
           05 ws-root-node OCCURS 2000 TIMES PIC 9(04).
       01 ws-trees-printed PIC 9(04) VALUE ZERO.
       01 ws-people-printed PIC 9(05) VALUE ZERO.
       01 ws-loop-count PIC 9(04) VALUE ZERO.
      *    Descendant count work list.
       01 ws-work-count PIC 9(04).
       01 ws-work-table.
           05 ws-work-node OCCURS 2000 TIMES PIC 9(04).
       01 ws-work-current PIC 9(04).
      *    Ranking.
       01 ws-rank PIC 9(02).
       01 ws-rank-limit PIC 9(02) VALUE 10.
       01 ws-best-idx PIC 9(04).
      *    Lowest-ID member of a loop not printed yet.
       01 ws-loop-start PIC 9(04).
       01 ws-on-loop PIC X(01).
       01 ws-loops-done PIC X(01).
       01 ws-best-desc PIC 9(05).
      *    One person's details.
       01 ws-person-name PIC X(40).
       01 ws-person-company PIC 9(05).
       01 ws-person-category PIC X(20).
       01 ws-person-where PIC X(10).
       01 ws-note-count PIC 9(05).
      *    Dangling links.
       01 ws-end-id PIC 9(05).
       01 ws-end-side PIC X(04).
       01 ws-end-state PIC X(01).
       01 ws-dangle-count PIC 9(05) VALUE ZERO.
      *    Relation types seen.
       01 ws-type-count PIC 9(03) VALUE ZERO.
       01 ws-type-idx PIC 9(03).
       01 ws-type-found PIC 9(03).
       01 ws-type-full PIC X(01) VALUE "N".
       01 ws-type-table.
           05 ws-type-entry OCCURS 300 TIMES.
               10 ws-type-text PIC X(20).
               10 ws-type-uses PIC 9(05).
               10 ws-type-from PIC 9(05).
               10 ws-type-to PIC 9(05).
       01 ws-once-count PIC 9(03) VALUE ZERO.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Open-Files.
           PERFORM Ask-Options.
           PERFORM Load-Links.
           PERFORM Write-Report-Header.
           IF ws-start-id NOT = ZERO
               MOVE ws-start-id TO ws-lookup-id
               PERFORM Find-Node
               IF ws-node-found = ZERO
                   PERFORM Write-Lone-Start
               ELSE
                   MOVE ws-node-found TO ws-node-idx
                   PERFORM Print-Tree
               END-IF
           ELSE
               PERFORM Print-All-Trees
           END-IF.
           PERFORM Count-Descendants.
           PERFORM Write-Top-Referrers.
           PERFORM Write-Dangling-Links.
           PERFORM Write-Single-Types.
           PERFORM Write-Final-Count.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           STOP RUN.

       Open-Files.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           STRING ws-today-yyyy DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-today-mm DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-today-dd DELIMITED BY SIZE
               INTO ws-today-disp
           END-STRING.
           OPEN INPUT relations-file.
           IF ws-rel-status NOT = "00"
               DISPLAY "RELATIONS.idx could not be opened, status "
                   ws-rel-status
               STOP RUN
           END-IF.
           OPEN INPUT contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx is in use, status "
                   ws-file-status
               CLOSE relations-file
               STOP RUN
           END-IF.
           OPEN INPUT archive-file.
           IF ws-archive-status = "00"
               MOVE "Y" TO ws-have-archive
           END-IF.
           OPEN INPUT interactions-file.
           IF ws-int-status = "00"
               MOVE "Y" TO ws-have-int
           END-IF.
           OPEN OUTPUT report-file.

       Ask-Options.
           DISPLAY "Start from contact ID (0 = everyone nobody"
               " referred) ?".
           ACCEPT ws-start-id.
           DISPLAY "Link type to follow (blank = referred by) ?".
           MOVE SPACES TO ws-follow-entry.
           ACCEPT ws-follow-entry.
           IF ws-follow-entry NOT = SPACES
               MOVE ws-follow-entry TO ws-follow-type
               INSPECT ws-follow-type CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.

      *----------------------------------------------------------------
      *    One pass over RELATIONS.idx : every type is tallied, the
      *    followed type goes into the node and link tables.
      *----------------------------------------------------------------
       Load-Links.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO REL-FROM-ID REL-TO-ID.
           START relations-file KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ relations-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       ADD 1 TO ws-links-read
                       MOVE REL-TYPE TO ws-type-upper
                       INSPECT ws-type-upper CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       PERFORM Tally-Type
                       IF ws-type-upper = ws-follow-type
                           PERFORM Add-Link
                       END-IF
               END-READ
           END-PERFORM.

       Tally-Type.
           MOVE ZERO TO ws-type-found.
           PERFORM VARYING ws-type-idx FROM 1 BY 1
                   UNTIL ws-type-idx > ws-type-count
                      OR ws-type-found NOT = ZERO
               IF ws-type-text (ws-type-idx) = ws-type-upper
                   MOVE ws-type-idx TO ws-type-found
               END-IF
           END-PERFORM.
           IF ws-type-found NOT = ZERO
               ADD 1 TO ws-type-uses (ws-type-found)
           ELSE
               IF ws-type-count >= 300
                   MOVE "Y" TO ws-type-full
               ELSE
                   ADD 1 TO ws-type-count
                   MOVE ws-type-upper TO ws-type-text (ws-type-count)
                   MOVE 1 TO ws-type-uses (ws-type-count)
                   MOVE REL-FROM-ID TO ws-type-from (ws-type-count)
                   MOVE REL-TO-ID TO ws-type-to (ws-type-count)
               END-IF
           END-IF.

       Add-Link.
           IF ws-edge-count >= 2000
               MOVE "Y" TO ws-table-full
           ELSE
               MOVE REL-TO-ID TO ws-lookup-id
               PERFORM Find-Or-Add-Node
               MOVE ws-node-found TO ws-parent-idx
               MOVE REL-FROM-ID TO ws-lookup-id
               PERFORM Find-Or-Add-Node
               MOVE ws-node-found TO ws-child-idx
               IF ws-parent-idx NOT = ZERO AND ws-child-idx NOT = ZERO
                   ADD 1 TO ws-edge-count
                   MOVE ws-parent-idx TO ws-edge-parent (ws-edge-count)
                   MOVE ws-child-idx TO ws-edge-child (ws-edge-count)
                   ADD 1 TO ws-node-kids (ws-parent-idx)
                   MOVE "Y" TO ws-node-referred (ws-child-idx)
               END-IF
           END-IF.

       Find-Node.
           MOVE ZERO TO ws-node-found.
           PERFORM VARYING ws-node-idx FROM 1 BY 1
                   UNTIL ws-node-idx > ws-node-count
                      OR ws-node-found NOT = ZERO
               IF ws-node-id (ws-node-idx) = ws-lookup-id
                   MOVE ws-node-idx TO ws-node-found
               END-IF
           END-PERFORM.

       Find-Or-Add-Node.
           PERFORM Find-Node.
           IF ws-node-found = ZERO
               IF ws-node-count >= 2000
                   MOVE "Y" TO ws-table-full
               ELSE
                   ADD 1 TO ws-node-count
                   MOVE ws-node-count TO ws-node-found
                   MOVE ws-lookup-id TO ws-node-id (ws-node-count)
                   MOVE "N" TO ws-node-referred (ws-node-count)
                   MOVE ZERO TO ws-node-kids (ws-node-count)
                   MOVE ZERO TO ws-node-desc (ws-node-count)
                   MOVE "N" TO ws-node-seen (ws-node-count)
                   MOVE "N" TO ws-node-printed (ws-node-count)
                   MOVE "N" TO ws-node-ranked (ws-node-count)
               END-IF
           END-IF.

       Write-Report-Header.
           MOVE SPACES TO report-line.
           STRING "Referral network" DELIMITED BY SIZE
               "   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               "   following : " DELIMITED BY SIZE
               ws-follow-type DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "ID     NAME / COMPANY / CATEGORY / NOTES"
               TO report-line.
           WRITE report-line.

      *    Every root : referred nobody-knows-by, but referring
      *    someone. Anyone left unprinted afterwards sits in a loop
      *    with no way in from outside.
       Print-All-Trees.
           PERFORM VARYING ws-node-idx FROM 1 BY 1
                   UNTIL ws-node-idx > ws-node-count
               IF ws-node-referred (ws-node-idx) = "N"
                   ADD 1 TO ws-root-count
                   MOVE ws-node-idx TO ws-root-node (ws-root-count)
               END-IF
           END-PERFORM.
           PERFORM Sort-Roots.
           PERFORM VARYING ws-root-idx FROM 1 BY 1
                   UNTIL ws-root-idx > ws-root-count
               MOVE ws-root-node (ws-root-idx) TO ws-node-idx
               PERFORM Print-Tree
           END-PERFORM.
           MOVE "N" TO ws-loops-done.
           PERFORM UNTIL ws-loops-done = "Y"
               PERFORM Find-Lowest-Loop-Member
               IF ws-loop-start = ZERO
                   MOVE "Y" TO ws-loops-done
               ELSE
                   MOVE SPACES TO report-line
                   WRITE report-line
                   MOVE "(referral loop with no outside referrer)"
                       TO report-line
                   WRITE report-line
                   MOVE ws-loop-start TO ws-node-idx
                   PERFORM Print-Tree
               END-IF
           END-PERFORM.

      *    Whoever is still unprinted but refers someone hangs
      *    below a loop nobody outside leads into. Of those, the
      *    lowest ID that is itself on a loop starts the next
      *    tree; the people hanging below the loop come out in it.
       Find-Lowest-Loop-Member.
           MOVE ZERO TO ws-loop-start.
           PERFORM VARYING ws-parent-idx FROM 1 BY 1
                   UNTIL ws-parent-idx > ws-node-count
               IF ws-node-printed (ws-parent-idx) = "N" AND
                  ws-node-kids (ws-parent-idx) NOT = ZERO
                   IF ws-loop-start = ZERO OR
                      ws-node-id (ws-parent-idx) <
                      ws-node-id (ws-loop-start)
                       PERFORM Check-On-Loop
                       IF ws-on-loop = "Y"
                           MOVE ws-parent-idx TO ws-loop-start
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Can ws-parent-idx be reached again from itself ?
       Check-On-Loop.
           MOVE "N" TO ws-on-loop.
           PERFORM VARYING ws-node-idx FROM 1 BY 1
                   UNTIL ws-node-idx > ws-node-count
               MOVE "N" TO ws-node-seen (ws-node-idx)
           END-PERFORM.
           MOVE "Y" TO ws-node-seen (ws-parent-idx).
           MOVE 1 TO ws-work-count.
           MOVE ws-parent-idx TO ws-work-node (1).
           PERFORM UNTIL ws-work-count = ZERO OR ws-on-loop = "Y"
               MOVE ws-work-node (ws-work-count) TO ws-work-current
               SUBTRACT 1 FROM ws-work-count
               PERFORM VARYING ws-edge-idx FROM 1 BY 1
                       UNTIL ws-edge-idx > ws-edge-count
                   IF ws-edge-parent (ws-edge-idx) = ws-work-current
                       MOVE ws-edge-child (ws-edge-idx)
                           TO ws-child-idx
                       IF ws-child-idx = ws-parent-idx
                           MOVE "Y" TO ws-on-loop
                       END-IF
                       IF ws-node-seen (ws-child-idx) = "N"
                           MOVE "Y" TO ws-node-seen (ws-child-idx)
                           ADD 1 TO ws-work-count
                           MOVE ws-child-idx
                               TO ws-work-node (ws-work-count)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       Sort-Roots.
           PERFORM VARYING ws-root-idx FROM 1 BY 1
                   UNTIL ws-root-idx >= ws-root-count
               PERFORM VARYING ws-root-jdx FROM 1 BY 1
                       UNTIL ws-root-jdx >= ws-root-count
                   IF ws-node-id (ws-root-node (ws-root-jdx)) >
                      ws-node-id (ws-root-node (ws-root-jdx + 1))
                       MOVE ws-root-node (ws-root-jdx)
                           TO ws-root-swap
                       MOVE ws-root-node (ws-root-jdx + 1)
                           TO ws-root-node (ws-root-jdx)
                       MOVE ws-root-swap
                           TO ws-root-node (ws-root-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------
      *    Depth first from ws-node-idx, the open branch held in
      *    ws-path-table. Each level remembers the next link to
      *    look at, so the walk picks up where it left off when it
      *    climbs back.
      *----------------------------------------------------------------
       Print-Tree.
           ADD 1 TO ws-trees-printed.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 1 TO ws-depth.
           MOVE ws-node-idx TO ws-path-node (1).
           MOVE 1 TO ws-path-next (1).
           MOVE SPACES TO ws-line-note.
           PERFORM Write-Person-Line.
           PERFORM UNTIL ws-depth = ZERO
               MOVE ZERO TO ws-child-idx
               PERFORM VARYING ws-edge-idx
                       FROM ws-path-next (ws-depth) BY 1
                       UNTIL ws-edge-idx > ws-edge-count
                          OR ws-child-idx NOT = ZERO
                   IF ws-edge-parent (ws-edge-idx) =
                      ws-path-node (ws-depth)
                       MOVE ws-edge-child (ws-edge-idx)
                           TO ws-child-idx
                       COMPUTE ws-path-next (ws-depth) =
                           ws-edge-idx + 1
                   END-IF
               END-PERFORM
               IF ws-child-idx = ZERO
                   SUBTRACT 1 FROM ws-depth
               ELSE
                   PERFORM Step-Into-Child
               END-IF
           END-PERFORM.

       Step-Into-Child.
           MOVE "N" TO ws-on-path.
           PERFORM VARYING ws-path-idx FROM 1 BY 1
                   UNTIL ws-path-idx > ws-depth
               IF ws-path-node (ws-path-idx) = ws-child-idx
                   MOVE "Y" TO ws-on-path
               END-IF
           END-PERFORM.
           IF ws-on-path = "Y"
               ADD 1 TO ws-loop-count
               MOVE "** LOOP - not followed" TO ws-line-note
               ADD 1 TO ws-depth
               MOVE ws-child-idx TO ws-path-node (ws-depth)
               PERFORM Write-Person-Line
               SUBTRACT 1 FROM ws-depth
           ELSE
               IF ws-depth >= ws-max-depth
                   MOVE "** deeper levels not shown" TO ws-line-note
                   ADD 1 TO ws-depth
                   MOVE ws-child-idx TO ws-path-node (ws-depth)
                   PERFORM Write-Person-Line
                   SUBTRACT 1 FROM ws-depth
               ELSE
                   ADD 1 TO ws-depth
                   MOVE ws-child-idx TO ws-path-node (ws-depth)
                   MOVE 1 TO ws-path-next (ws-depth)
                   MOVE SPACES TO ws-line-note
                   PERFORM Write-Person-Line
               END-IF
           END-IF.

      *    The person at ws-path-node (ws-depth), indented two
      *    places per level.
       Write-Person-Line.
           MOVE ws-path-node (ws-depth) TO ws-node-idx.
           MOVE "Y" TO ws-node-printed (ws-node-idx).
           ADD 1 TO ws-people-printed.
           MOVE ws-node-id (ws-node-idx) TO ws-lookup-id.
           PERFORM Get-Person.
           MOVE SPACES TO report-line.
           COMPUTE ws-line-ptr = ws-depth * 2 - 1.
           STRING ws-lookup-id DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-person-name DELIMITED BY "  "
               " / " DELIMITED BY SIZE
               ws-person-company DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               ws-person-category DELIMITED BY "  "
               " / " DELIMITED BY SIZE
               ws-note-count DELIMITED BY SIZE
               " note(s) " DELIMITED BY SIZE
               ws-person-where DELIMITED BY SIZE
               ws-line-note DELIMITED BY SIZE
               INTO report-line WITH POINTER ws-line-ptr
           END-STRING.
           WRITE report-line.

       Write-Lone-Start.
           MOVE ws-start-id TO ws-lookup-id.
           PERFORM Get-Person.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING ws-lookup-id DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-person-name DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ws-person-where DELIMITED BY SIZE
               " - no " DELIMITED BY SIZE
               ws-follow-type DELIMITED BY "  "
               " links on file" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *    Name, company, category and notes of ws-lookup-id, from
      *    the live carnet or else the archive.
       Get-Person.
           MOVE SPACES TO ws-person-name ws-person-category.
           MOVE SPACES TO ws-person-where.
           MOVE ZERO TO ws-person-company ws-note-count.
           MOVE ws-lookup-id TO ID_Contact.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   MOVE "(gone)" TO ws-person-where
               NOT INVALID KEY
                   STRING Last_Name DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       First_Name DELIMITED BY "  "
                       INTO ws-person-name
                   END-STRING
                   MOVE Company_ID TO ws-person-company
                   MOVE Category TO ws-person-category
                   PERFORM Count-Notes
           END-READ.
           IF ws-person-where = "(gone)" AND ws-have-archive = "Y"
               MOVE ws-lookup-id TO ARC-ID-Contact
               READ archive-file KEY IS ARC-ID-Contact
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "(archived)" TO ws-person-where
                       STRING ARC-Last-Name DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           ARC-First-Name DELIMITED BY "  "
                           INTO ws-person-name
                       END-STRING
                       MOVE ARC-Company-ID TO ws-person-company
                       MOVE ARC-Category TO ws-person-category
               END-READ
           END-IF.

       Count-Notes.
           IF ws-have-int = "Y"
               MOVE ws-lookup-id TO INT-Contact-ID
               MOVE ZERO TO INT-SEQ
               START interactions-file KEY IS NOT LESS THAN INT-KEY
                   INVALID KEY
                       MOVE "10" TO ws-int-status
               END-START
               PERFORM UNTIL ws-int-status = "10"
                   READ interactions-file NEXT
                       AT END
                           MOVE "10" TO ws-int-status
                       NOT AT END
                           IF INT-Contact-ID = ws-lookup-id
                               ADD 1 TO ws-note-count
                           ELSE
                               MOVE "10" TO ws-int-status
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO ws-int-status
           END-IF.

      *----------------------------------------------------------------
      *    Everyone below a referrer, at any depth, each counted
      *    once however many paths lead to them - a plain marking
      *    walk per referrer over the link table.
      *----------------------------------------------------------------
       Count-Descendants.
           PERFORM VARYING ws-parent-idx FROM 1 BY 1
                   UNTIL ws-parent-idx > ws-node-count
               IF ws-node-kids (ws-parent-idx) NOT = ZERO
                   PERFORM Count-One-Referrer
               END-IF
           END-PERFORM.

       Count-One-Referrer.
           PERFORM VARYING ws-node-idx FROM 1 BY 1
                   UNTIL ws-node-idx > ws-node-count
               MOVE "N" TO ws-node-seen (ws-node-idx)
           END-PERFORM.
           MOVE "Y" TO ws-node-seen (ws-parent-idx).
           MOVE 1 TO ws-work-count.
           MOVE ws-parent-idx TO ws-work-node (1).
           PERFORM UNTIL ws-work-count = ZERO
               MOVE ws-work-node (ws-work-count) TO ws-work-current
               SUBTRACT 1 FROM ws-work-count
               PERFORM VARYING ws-edge-idx FROM 1 BY 1
                       UNTIL ws-edge-idx > ws-edge-count
                   IF ws-edge-parent (ws-edge-idx) = ws-work-current
                       MOVE ws-edge-child (ws-edge-idx)
                           TO ws-child-idx
                       IF ws-node-seen (ws-child-idx) = "N"
                           MOVE "Y" TO ws-node-seen (ws-child-idx)
                           ADD 1 TO ws-node-desc (ws-parent-idx)
                           ADD 1 TO ws-work-count
                           MOVE ws-child-idx
                               TO ws-work-node (ws-work-count)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       Write-Top-Referrers.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "Top referrers (people descending at any depth)"
               TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-rank FROM 1 BY 1
                   UNTIL ws-rank > ws-rank-limit
               MOVE ZERO TO ws-best-idx
               MOVE ZERO TO ws-best-desc
               PERFORM VARYING ws-node-idx FROM 1 BY 1
                       UNTIL ws-node-idx > ws-node-count
                   IF ws-node-ranked (ws-node-idx) = "N" AND
                      ws-node-desc (ws-node-idx) > ws-best-desc
                       MOVE ws-node-idx TO ws-best-idx
                       MOVE ws-node-desc (ws-node-idx)
                           TO ws-best-desc
                   END-IF
               END-PERFORM
               IF ws-best-idx NOT = ZERO
                   MOVE "Y" TO ws-node-ranked (ws-best-idx)
                   MOVE ws-node-id (ws-best-idx) TO ws-lookup-id
                   PERFORM Get-Person
                   MOVE SPACES TO report-line
                   STRING "  " DELIMITED BY SIZE
                       ws-rank DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       ws-lookup-id DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ws-person-name DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       ws-person-where DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       ws-best-desc DELIMITED BY SIZE
                       " in all, " DELIMITED BY SIZE
                       ws-node-kids (ws-best-idx) DELIMITED BY SIZE
                       " direct" DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    Every link, whatever its type, with an end that is not
      *    a live contact. A delete moves the links to the archive
      *    with the contact, so these were left behind some other
      *    way.
      *----------------------------------------------------------------
       Write-Dangling-Links.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "Dangling links (an end not on CONTACTS.idx)"
               TO report-line.
           WRITE report-line.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO REL-FROM-ID REL-TO-ID.
           START relations-file KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ relations-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       MOVE REL-FROM-ID TO ws-end-id
                       MOVE "FROM" TO ws-end-side
                       PERFORM Check-Link-End
                       MOVE REL-TO-ID TO ws-end-id
                       MOVE "TO" TO ws-end-side
                       PERFORM Check-Link-End
               END-READ
           END-PERFORM.
           IF ws-dangle-count = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.

       Check-Link-End.
           MOVE ws-end-id TO ID_Contact.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   MOVE "N" TO ws-end-state
               NOT INVALID KEY
                   MOVE "L" TO ws-end-state
           END-READ.
           IF ws-end-state = "N" AND ws-have-archive = "Y"
               MOVE ws-end-id TO ARC-ID-Contact
               READ archive-file KEY IS ARC-ID-Contact
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A" TO ws-end-state
               END-READ
           END-IF.
           IF ws-end-state NOT = "L"
               ADD 1 TO ws-dangle-count
               MOVE SPACES TO report-line
               STRING "  " DELIMITED BY SIZE
                   REL-FROM-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REL-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REL-TO-ID DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   ws-end-side DELIMITED BY SPACE
                   " end " DELIMITED BY SIZE
                   ws-end-id DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               IF ws-end-state = "A"
                   MOVE "only on CONTACTS-ARCHIVE.idx"
                       TO report-line (58:30)
               ELSE
                   MOVE "on neither file" TO report-line (58:30)
               END-IF
               WRITE report-line
           END-IF.

       Write-Single-Types.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "Relation types used only once" TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-type-idx FROM 1 BY 1
                   UNTIL ws-type-idx > ws-type-count
               IF ws-type-uses (ws-type-idx) = 1
                   ADD 1 TO ws-once-count
                   MOVE SPACES TO report-line
                   STRING "  " DELIMITED BY SIZE
                       ws-type-text (ws-type-idx) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       ws-type-from (ws-type-idx) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       ws-type-to (ws-type-idx) DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
           END-PERFORM.
           IF ws-once-count = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.

       Write-Final-Count.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Links read : " DELIMITED BY SIZE
               ws-links-read DELIMITED BY SIZE
               "  followed : " DELIMITED BY SIZE
               ws-edge-count DELIMITED BY SIZE
               "  trees : " DELIMITED BY SIZE
               ws-trees-printed DELIMITED BY SIZE
               "  loops : " DELIMITED BY SIZE
               ws-loop-count DELIMITED BY SIZE
               "  dangling ends : " DELIMITED BY SIZE
               ws-dangle-count DELIMITED BY SIZE
               "  one-off types : " DELIMITED BY SIZE
               ws-once-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-table-full = "Y" OR ws-type-full = "Y"
               MOVE SPACES TO report-line
               STRING "More links or types than the report holds - "
                   DELIMITED BY SIZE
                   "the figures above are incomplete."
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.
           DISPLAY ws-trees-printed " referral tree(s), "
               ws-dangle-count " dangling end(s), see REFERRALS.rpt".

       Close-Files.
           CLOSE relations-file.
           CLOSE contacts.
           IF ws-have-archive = "Y"
               CLOSE archive-file
           END-IF.
           IF ws-have-int = "Y"
               CLOSE interactions-file
           END-IF.
           CLOSE report-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ReferralReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "REFERRALS.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
