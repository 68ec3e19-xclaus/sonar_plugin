      *>               screen paints the merged set in timestamp
      *>               order - one screen instead of three recency-
      *>               ordered ones per customer call.
      *>   2026-10-07  PF5 switches the screen to the account's
      *>               change history: its newest CUSTCHG records
      *>               (adds, updates, reinstatements, merges and
      *>               archives of the master record) with the
      *>               program, operator, status and handling code
      *>               before and after, and whether the name or tax
      *>               id changed. ENTER goes back to the activity
      *>               timeline.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
             05 FILLER PIC X(04) VALUE ' ON '.
             05 WWD-WORKED-DATE PIC 9(08).
             05 FILLER PIC X(08) VALUE SPACES.
          01 WS-CHG-DETAIL.
             05 WCD-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WCD-OPERATOR PIC X(08).
             05 FILLER PIC X(02) VALUE SPACES.
             05 WCD-BEF-STATUS PIC X(01).
             05 FILLER PIC X(01) VALUE '>'.
             05 WCD-AFT-STATUS PIC X(01).
             05 FILLER PIC X(03) VALUE SPACES.
             05 WCD-BEF-HANDLING PIC X(01).
             05 FILLER PIC X(01) VALUE '>'.
             05 WCD-AFT-HANDLING PIC X(01).
             05 FILLER PIC X(03) VALUE SPACES.
             05 WCD-NAME-FLAG PIC X(05).
             05 WCD-TAX-FLAG PIC X(05).
             05 FILLER PIC X(03) VALUE SPACES.

      *> Column heading painted over HDRLINE for the change view,
      *> lined up with WS-CHG-DETAIL.
          01 WS-CHG-HEADING.
             05 FILLER PIC X(33)
                VALUE 'TYPE  DATE     TIME     PROGRAM  '.
             05 FILLER PIC X(30)
                VALUE 'OPERATOR  ST    HC    CHANGED'.

          COPY DFHAID.
          COPY DFHBMSCA.
          COPY ACTJRNL.
          COPY AUDITLOG.
          COPY SPWORKQ.
          COPY CUSTCHG.
          COPY ACCTINQM.

       LINKAGE SECTION.
      *> ----------------------------------------------------------
          1000-SEND-FRESH-PARA.
          MOVE LOW-VALUES TO ACTINQ1O
          MOVE 'KEY ACCOUNT - ENTER ACTIVITY, PF5 CHANGE HISTORY'
             TO MSGFO
          GO TO 2900-SEND-PARA.

      *> ----------------------------------------------------------
      *> 2000-PROCESS-INPUT-PARA handles the operator's entry: PF3
      *> exits, PF5 shows the keyed account's change history,
      *> otherwise the keyed account drives a fresh timeline
      *> build. No check-digit screen here - the desk inquires on
      *> whatever the caller reads out, and an account HELLO once
      *> rejected as INVINPUT is exactly the kind this screen has
          MOVE LOW-VALUES TO ACTINQ1O
          MOVE WS-INQ-ACCOUNT TO ACCFO
          MOVE ZERO TO WS-EVENT-COUNT
          IF EIBAID = DFHPF5
             GO TO 2500-CHANGE-VIEW-PARA
          END-IF
          PERFORM 3000-SCAN-JOURNAL-PARA THRU 3000-EXIT
          PERFORM 4000-SCAN-AUDIT-PARA THRU 4000-EXIT
          PERFORM 5000-SCAN-WORKQ-PARA THRU 5000-EXIT
             MOVE 'NO ACTIVITY ON RECORD FOR THIS ACCOUNT' TO MSGFO
          ELSE
             PERFORM 6000-PAINT-TIMELINE-PARA THRU 6000-EXIT
             MOVE 'NEWEST ACTIVITY FIRST - PF5 CHANGES, PF3 EXITS'
                TO MSGFO
          END-IF
          GO TO 2900-SEND-PARA.

      *> ----------------------------------------------------------
      *> 2500-CHANGE-VIEW-PARA paints the account's change history
      *> in place of the activity timeline: the newest CUSTCHG
      *> records on the same eight lines, headed for the change
      *> columns.
      *> ----------------------------------------------------------
          2500-CHANGE-VIEW-PARA.
          MOVE WS-CHG-HEADING TO HDRLINEO
          PERFORM 7000-SCAN-CHANGES-PARA THRU 7000-EXIT
          IF WS-EVENT-COUNT = ZERO
             MOVE 'NO CHANGES ON RECORD FOR THIS ACCOUNT' TO MSGFO
          ELSE
             PERFORM 6000-PAINT-TIMELINE-PARA THRU 6000-EXIT
             MOVE 'NEWEST CHANGE FIRST - ENTER ACTIVITY, PF3 EXITS'
                TO MSGFO
          END-IF
          GO TO 2900-SEND-PARA.

          6120-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 7000-SCAN-CHANGES-PARA collects the account's newest
      *> CUSTCHG change records (up to the eight the screen shows),
      *> same backward walk as the activity sources.
      *> ----------------------------------------------------------
          7000-SCAN-CHANGES-PARA.
          EXEC CICS HANDLE CONDITION
             NOTFND(X7000-BROWSE-END-PARA)
             ENDFILE(X7000-BROWSE-END-PARA)
          END-EXEC
          MOVE HIGH-VALUES TO WS-BROWSE-RBA-X
          MOVE 'Y' TO WS-MORE-DATA-SW
          MOVE ZERO TO WS-SOURCE-HITS
      *> Same RESP-checked STARTBR as the journal scan.
          EXEC CICS STARTBR
             FILE('CUSTCHG')
             RIDFLD(WS-BROWSE-RBA)
             RBA
             GTEQ
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             GO TO 7000-EXIT
          END-IF
          PERFORM 7100-READ-ONE-PARA THRU 7100-EXIT
             UNTIL NOT WS-MORE-DATA OR WS-SOURCE-HITS > 7
          EXEC CICS ENDBR FILE('CUSTCHG') END-EXEC.
          7000-EXIT.
          EXIT.

      *> The name and tax id are too wide for the line, so an
      *> update shows only whether they changed; the full before
      *> and after images are on the CUSTCRPT change report.
          7100-READ-ONE-PARA.
          EXEC CICS READPREV
             FILE('CUSTCHG')
             INTO(CX-RECORD)
             RIDFLD(WS-BROWSE-RBA)
             RBA
          END-EXEC
          IF CX-ACCOUNT-NO = WS-INQ-ACCOUNT
             ADD 1 TO WS-SOURCE-HITS
             ADD 1 TO WS-EVENT-COUNT
             MOVE CX-DATE TO EV-DATE(WS-EVENT-COUNT)
             MOVE CX-TIME TO EV-TIME(WS-EVENT-COUNT)
             EVALUATE TRUE
                WHEN CX-ADDED
                   MOVE 'ADD ' TO EV-SOURCE(WS-EVENT-COUNT)
                WHEN CX-UPDATED
                   MOVE 'UPD ' TO EV-SOURCE(WS-EVENT-COUNT)
                WHEN CX-REINSTATED
                   MOVE 'REIN' TO EV-SOURCE(WS-EVENT-COUNT)
                WHEN CX-MERGED
                   MOVE 'MRGD' TO EV-SOURCE(WS-EVENT-COUNT)
                WHEN CX-ARCHIVED
                   MOVE 'ARCH' TO EV-SOURCE(WS-EVENT-COUNT)
                WHEN OTHER
                   MOVE CX-CHANGE-TYPE TO EV-SOURCE(WS-EVENT-COUNT)
             END-EVALUATE
             MOVE CX-SOURCE-PROGRAM TO WCD-PROGRAM
             MOVE CX-OPERATOR-ID TO WCD-OPERATOR
             MOVE CX-BEF-STATUS-FLAG TO WCD-BEF-STATUS
             MOVE CX-AFT-STATUS-FLAG TO WCD-AFT-STATUS
             MOVE CX-BEF-HANDLING-CODE TO WCD-BEF-HANDLING
             MOVE CX-AFT-HANDLING-CODE TO WCD-AFT-HANDLING
             MOVE SPACES TO WCD-NAME-FLAG WCD-TAX-FLAG
             IF CX-BEFORE-IMAGE NOT = SPACES
                AND CX-AFTER-IMAGE NOT = SPACES
                IF CX-BEF-CUSTOMER-NAME NOT = CX-AFT-CUSTOMER-NAME
                   MOVE 'NAME ' TO WCD-NAME-FLAG
                END-IF
                IF CX-BEF-TAX-ID NOT = CX-AFT-TAX-ID
                   MOVE 'TAXID' TO WCD-TAX-FLAG
                END-IF
             END-IF
             MOVE WS-CHG-DETAIL TO EV-DETAIL(WS-EVENT-COUNT)
          END-IF.
          7100-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 2900-SEND-PARA stamps the header date/time, repaints the
      *> screen, and hands the terminal back pseudo-
          MOVE 'N' TO WS-MORE-DATA-SW
          GO TO 5100-EXIT.

          X7000-BROWSE-END-PARA.
          MOVE 'N' TO WS-MORE-DATA-SW
          GO TO 7100-EXIT.

          X0000-GEN-ERR-PARA.
          DISPLAY 'ACCTINQ GENERAL ERROR'
          EXEC CICS RETURN END-EXEC.
