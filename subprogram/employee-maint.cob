001180       ACCESS MODE IS DYNAMIC
001190       RECORD KEY IS DD-DEDUCT-KEY
001195       FILE STATUS IS WS-DEDUCT-STATUS.
001196     SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
001197       ORGANIZATION IS SEQUENTIAL
001198       FILE STATUS IS WS-CHGLOG-STATUS.
001200
001212     SELECT ELECTION-FILE ASSIGN TO "WITHHOLD-ELECTION"
001226       ORGANIZATION IS INDEXED
001240       ACCESS MODE IS DYNAMIC
001254       RECORD KEY IS WE-EMPLOYEE-ID
001268       FILE STATUS IS WS-ELECTION-STATUS.
001270     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAY-CALENDAR"
001272       ORGANIZATION IS INDEXED
001274       ACCESS MODE IS SEQUENTIAL
001276       RECORD KEY IS PC-CALENDAR-KEY
001278       FILE STATUS IS WS-CALENDAR-STATUS.
001282
001300 DATA DIVISION.
001400 FILE SECTION.
001500 FD  EMPLOYEE-MASTER-FILE.
001640
001650 FD  DEDUCT-FILE.
001660     COPY "deduct-record.cpy".
001670
001680 FD  CHANGE-LOG-FILE.
001690     COPY "change-log.cpy".
001692
001694 FD  ELECTION-FILE.
001696     COPY "withhold-election.cpy".
001697
001698 FD  PAY-CALENDAR-FILE.
001699     COPY "pay-calendar.cpy".
001700
001800 WORKING-STORAGE SECTION.
001900
002710 01 WS-NEW-ROUTING     PIC 9(9) VALUE 0.
002720 01 WS-NEW-ACCOUNT     PIC X(17) VALUE SPACES.
002730 01 WS-NEW-ACCT-TYPE   PIC X(1) VALUE SPACE.
002735 01 WS-NEW-DED-OWED     PIC 9(7)V99 VALUE 0.
002740
002741 01 WS-DEDUCT-STATUS   PIC XX.
002742   88 DEDUCT-OK               VALUE "00".
002771   02 WS-DE-STOP       PIC 9(8).
002772
002773 01 WS-DED-SHOW-TABLE.
002774   02 WS-DED-SHOW OCCURS 5 TIMES PIC X(41).
002775 01 WS-DED-SHOW-LINES REDEFINES WS-DED-SHOW-TABLE.
002776   02 WS-DED-SHOW-L1   PIC X(41).
002777   02 WS-DED-SHOW-L2   PIC X(41).
002778   02 WS-DED-SHOW-L3   PIC X(41).
002779   02 WS-DED-SHOW-L4   PIC X(41).
002780   02 WS-DED-SHOW-L5   PIC X(41).
002781
002782*The balance still owed, laid in after the stop date on a line.
002783 01 WS-DE-BALANCE      PIC ZZZZZZ9.99.
002784
002785 01 WS-CHGLOG-STATUS   PIC XX.
002786   88 CHGLOG-OK               VALUE "00".
002787   88 CHGLOG-FILE-MISSING     VALUE "35".
002788
002789*Each record as read, kept as the before image for the change
002790*log until the rewrite or delete has gone through.
002791 01 WS-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
002792 01 WS-CHANGE-DATE     PIC 9(8) VALUE 0.
002793 01 WS-CHANGE-TIME     PIC 9(8) VALUE 0.
002800
002807 01 WS-ELECTION-STATUS PIC XX.
002814   88 ELECTION-OK             VALUE "00".
002821   88 ELECTION-FILE-MISSING   VALUE "35".
002828
002835 01 WS-ELECTION-FOUND-SW PIC X VALUE "N".
002842   88 ELECTION-RECORD-FOUND   VALUE "Y".
002849
002856 01 WS-NEW-FILING       PIC X(1) VALUE SPACE.
002863 01 WS-NEW-ALLOWANCES   PIC 9(2) VALUE 0.
002870 01 WS-NEW-ADDITIONAL   PIC 9(5)V99 VALUE 0.
002877 01 WS-NEW-EXEMPT       PIC X(1) VALUE SPACE.
002878
002879 01 WS-NEW-PAY-GROUP    PIC X(2) VALUE SPACES.
002880
002881 01 WS-CALENDAR-STATUS PIC XX.
002882   88 CALENDAR-OK             VALUE "00".
002883   88 CALENDAR-EOF            VALUE "10".
002884   88 CALENDAR-FILE-MISSING   VALUE "35".
002885
002886*Groups present on the pay calendar - the valid values for a
002887*new pay group.
002888 01 WS-GROUP-COUNT     PIC 9(3) COMP VALUE 0.
002889 01 WS-GROUP-TABLE.
002890   02 WS-GROUP-ENTRY OCCURS 1 TO 100 TIMES
002891       DEPENDING ON WS-GROUP-COUNT
002892       INDEXED BY GROUP-IDX.
002893     03 WS-VALID-GROUP      PIC X(2).
002894
002895 01 WS-GROUP-MATCH-SW  PIC X VALUE "N".
002896   88 GROUP-MATCHED           VALUE "Y".
002897
002900 SCREEN SECTION.
003000 01 SCR-ID-ENTRY.
003100   02 BLANK SCREEN.
004400   02 LINE 5 COLUMN 15 PIC X(2) FROM EMPLOYEE-CLASS.
004500   02 LINE 6 COLUMN 1 VALUE "Salary      : ".
004600   02 LINE 6 COLUMN 15 PIC ZZZZ9.99 FROM SALARY.
004633   02 LINE 7 COLUMN 1 VALUE "Pay group   : ".
004666   02 LINE 7 COLUMN 15 PIC X(2) FROM EMPLOYEE-PAY-GROUP.
004700   02 LINE 8 COLUMN 1 VALUE
004800       "New salary (0 = no change) : ".
004900   02 LINE 8 COLUMN 30 PIC 9(5)V99 USING WS-NEW-SALARY.
004902   02 LINE 9 COLUMN 1 VALUE
004904       "New pay group (blank = no change) : ".
004906   02 LINE 9 COLUMN 37 PIC X(2) USING WS-NEW-PAY-GROUP.
004910
004920 01 SCR-BANK-DETAIL.
004930   02 BLANK SCREEN.
004982   02 LINE 3 COLUMN 1 VALUE "Employee ID : ".
004983   02 LINE 3 COLUMN 15 PIC 9(5) FROM EMPLOYEE-ID.
004984   02 LINE 4 COLUMN 1 VALUE "Pr Cd M   Amount  Pct Stopdate".
004985   02 LINE 5 COLUMN 1 PIC X(41) FROM WS-DED-SHOW-L1.
004986   02 LINE 6 COLUMN 1 PIC X(41) FROM WS-DED-SHOW-L2.
004987   02 LINE 7 COLUMN 1 PIC X(41) FROM WS-DED-SHOW-L3.
004988   02 LINE 8 COLUMN 1 PIC X(41) FROM WS-DED-SHOW-L4.
004989   02 LINE 9 COLUMN 1 PIC X(41) FROM WS-DED-SHOW-L5.
004990   02 LINE 11 COLUMN 1 VALUE
004991       "Priority (0 = no change) : ".
004992   02 LINE 11 COLUMN 28 PIC 9(2) USING WS-NEW-DED-PRIORITY.
005003   02 LINE 16 COLUMN 1 VALUE
005004       "Stop date (0 = open)    : ".
005005   02 LINE 16 COLUMN 27 PIC 9(8) USING WS-NEW-DED-STOP.
005006   02 LINE 4 COLUMN 35 VALUE "Balance".
005007   02 LINE 17 COLUMN 1 VALUE
005008       "Total owed (0 = none)   : ".
005009   02 LINE 17 COLUMN 27 PIC 9(7)V99 USING WS-NEW-DED-OWED.
005010
005014 01 SCR-ELECTION-DETAIL.
005017   02 BLANK SCREEN.
005020   02 LINE 1 COLUMN 1 VALUE "Employee Withholding Election".
005023   02 LINE 3 COLUMN 1 VALUE "Employee ID : ".
005026   02 LINE 3 COLUMN 15 PIC 9(5) FROM EMPLOYEE-ID.
005029   02 LINE 4 COLUMN 1 VALUE "Filing      : ".
005032   02 LINE 4 COLUMN 15 PIC X(1) FROM WE-FILING-STATUS.
005035   02 LINE 5 COLUMN 1 VALUE "Allowances  : ".
005038   02 LINE 5 COLUMN 15 PIC Z9 FROM WE-ALLOWANCES.
005041   02 LINE 6 COLUMN 1 VALUE "Additional  : ".
005044   02 LINE 6 COLUMN 15 PIC ZZZZ9.99 FROM WE-ADDITIONAL-AMT.
005047   02 LINE 7 COLUMN 1 VALUE "Exempt      : ".
005050   02 LINE 7 COLUMN 15 PIC X(1) FROM WE-EXEMPT.
005053   02 LINE 8 COLUMN 1 VALUE "Elected on  : ".
005056   02 LINE 8 COLUMN 15 PIC 9(8) FROM WE-ELECTION-DATE.
005059   02 LINE 10 COLUMN 1 VALUE
005062       "New filing (S/M/H, blank = no change, D deletes) : ".
005065   02 LINE 10 COLUMN 52 PIC X(1) USING WS-NEW-FILING.
005068   02 LINE 11 COLUMN 1 VALUE "Allowances  : ".
005071   02 LINE 11 COLUMN 15 PIC 9(2) USING WS-NEW-ALLOWANCES.
005074   02 LINE 12 COLUMN 1 VALUE "Additional  : ".
005077   02 LINE 12 COLUMN 15 PIC 9(5)V99 USING WS-NEW-ADDITIONAL.
005080   02 LINE 13 COLUMN 1 VALUE "Exempt (Y/N) : ".
005083   02 LINE 13 COLUMN 16 PIC X(1) USING WS-NEW-EXEMPT.
005086
005100 PROCEDURE DIVISION.
005200     OPEN I-O EMPLOYEE-MASTER-FILE.
005210     IF NOT MASTER-OK
005250     END-IF.
005260     PERFORM OPEN-BANK-FILE.
005270     PERFORM OPEN-DEDUCT-FILE.
005275     PERFORM OPEN-ELECTION-FILE.
005280     PERFORM OPEN-CHANGE-LOG.
005290     PERFORM LOAD-VALID-GROUPS.
005300
005400     PERFORM UNTIL QUIT-MAINTENANCE
005500       MOVE 0 TO WS-SCR-EMPLOYEE-ID
006500                 WS-SCR-EMPLOYEE-ID
006600           NOT INVALID KEY
006700             MOVE 0 TO WS-NEW-SALARY
006750             MOVE SPACES TO WS-NEW-PAY-GROUP
006800             DISPLAY SCR-DETAIL
006900             ACCEPT SCR-DETAIL
006925             IF WS-NEW-PAY-GROUP NOT = SPACES
006950               PERFORM CHECK-PAY-GROUP
006975             END-IF
007000             IF WS-NEW-SALARY > 0 OR WS-NEW-PAY-GROUP NOT = SPACES
007050               MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
007075               IF WS-NEW-SALARY > 0
007100                 MOVE WS-NEW-SALARY TO SALARY
007120               END-IF
007140               IF WS-NEW-PAY-GROUP NOT = SPACES
007160                 MOVE WS-NEW-PAY-GROUP TO EMPLOYEE-PAY-GROUP
007180               END-IF
007200               REWRITE EMPLOYEE-MASTER-RECORD
007300                 INVALID KEY
007400                   DISPLAY "Update failed for employee : "
007500                       EMPLOYEE-ID
007510                 NOT INVALID KEY
007520                   MOVE "E" TO CL-FILE-ID
007530                   MOVE "C" TO CL-ACTION
007540                   MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
007550                   MOVE EMPLOYEE-MASTER-RECORD TO CL-AFTER-IMAGE
007560                   PERFORM WRITE-CHANGE-LOG
007600               END-REWRITE
007700             END-IF
007710             PERFORM MAINTAIN-BANK-DETAILS
007720             PERFORM MAINTAIN-DEDUCTIONS
007760             PERFORM MAINTAIN-ELECTION
007800         END-READ
007900       END-IF
008000     END-PERFORM.
008200     CLOSE EMPLOYEE-MASTER-FILE.
008210     CLOSE BANK-DETAILS-FILE.
008220     CLOSE DEDUCT-FILE.
008225     CLOSE ELECTION-FILE.
008230     CLOSE CHANGE-LOG-FILE.
008300     GOBACK.
008400
008500*The bank details file is created empty the first time the
011100         MOVE SPACE TO BK-ACCOUNT-TYPE
011200       NOT INVALID KEY
011300         SET BANK-RECORD-FOUND TO TRUE
011350         MOVE BANK-DETAILS-RECORD TO WS-BEFORE-IMAGE
011400     END-READ.
011500     MOVE 0 TO WS-NEW-ROUTING.
011600     MOVE BK-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT.
012040           INVALID KEY
012050             DISPLAY "Bank delete failed for employee : "
012060                 EMPLOYEE-ID
012062           NOT INVALID KEY
012064             MOVE "B" TO CL-FILE-ID
012066             MOVE "D" TO CL-ACTION
012067             MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
012068             MOVE SPACES TO CL-AFTER-IMAGE
012069             PERFORM WRITE-CHANGE-LOG
012070         END-DELETE
012080       ELSE
012090         DISPLAY "No bank record to delete for employee : "
012700           INVALID KEY
012800             DISPLAY "Bank update failed for employee : "
012900                 EMPLOYEE-ID
012910           NOT INVALID KEY
012920             MOVE "B" TO CL-FILE-ID
012930             MOVE "C" TO CL-ACTION
012940             MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
012950             MOVE BANK-DETAILS-RECORD TO CL-AFTER-IMAGE
012960             PERFORM WRITE-CHANGE-LOG
013000         END-REWRITE
013100       ELSE
013200         WRITE BANK-DETAILS-RECORD
013300           INVALID KEY
013400             DISPLAY "Bank write failed for employee : "
013500                 EMPLOYEE-ID
013510           NOT INVALID KEY
013520             MOVE "B" TO CL-FILE-ID
013530             MOVE "A" TO CL-ACTION
013540             MOVE SPACES TO CL-BEFORE-IMAGE
013550             MOVE BANK-DETAILS-RECORD TO CL-AFTER-IMAGE
013560             PERFORM WRITE-CHANGE-LOG
013600         END-WRITE
013700       END-IF
013800     END-IF
016800     MOVE 0 TO WS-NEW-DED-AMOUNT.
016900     MOVE 0 TO WS-NEW-DED-PCT.
017000     MOVE 0 TO WS-NEW-DED-STOP.
017050     MOVE 0 TO WS-NEW-DED-OWED.
017100     DISPLAY SCR-DEDUCT-DETAIL.
017200     ACCEPT SCR-DEDUCT-DETAIL.
017300     IF WS-NEW-DED-PRIORITY > 0
020300             MOVE DD-STOP-DATE TO WS-DE-STOP
020400             MOVE WS-DED-EDIT-LINE TO
020500                 WS-DED-SHOW(WS-DED-LINE-COUNT)
020510             MOVE DD-BALANCE-OWED TO WS-DE-BALANCE
020520             MOVE WS-DE-BALANCE TO
020530                 WS-DED-SHOW(WS-DED-LINE-COUNT)(32:10)
020600           END-IF
020650           END-IF
020700       END-READ
021100     MOVE EMPLOYEE-ID TO DD-EMPLOYEE-ID.
021200     MOVE WS-NEW-DED-PRIORITY TO DD-PRIORITY.
021300     IF WS-NEW-DED-METHOD = "D"
021310       READ DEDUCT-FILE
021320         INVALID KEY
021330           DISPLAY "No deduction to delete at priority : "
021340               WS-NEW-DED-PRIORITY
021350         NOT INVALID KEY
021360           MOVE DEDUCT-RECORD TO WS-BEFORE-IMAGE
021400           DELETE DEDUCT-FILE RECORD
021500             INVALID KEY
021600               DISPLAY "Deduction delete failed at priority : "
021700                   WS-NEW-DED-PRIORITY
021710             NOT INVALID KEY
021720               MOVE "D" TO CL-FILE-ID
021730               MOVE "D" TO CL-ACTION
021740               MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
021750               MOVE SPACES TO CL-AFTER-IMAGE
021760               PERFORM WRITE-CHANGE-LOG
021800           END-DELETE
021850       END-READ
021900     ELSE
022000     IF WS-NEW-DED-METHOD NOT = "A"
022100         AND WS-NEW-DED-METHOD NOT = "P"
022300     ELSE
022400       READ DEDUCT-FILE
022500         INVALID KEY
022533           MOVE 0 TO DD-TOTAL-OWED
022566           MOVE 0 TO DD-BALANCE-OWED
022600           PERFORM FILL-DEDUCT-RECORD
022700           WRITE DEDUCT-RECORD
022800             INVALID KEY
022900               DISPLAY "Deduction write failed for employee : "
023000                   EMPLOYEE-ID
023010             NOT INVALID KEY
023020               MOVE "D" TO CL-FILE-ID
023030               MOVE "A" TO CL-ACTION
023040               MOVE SPACES TO CL-BEFORE-IMAGE
023050               MOVE DEDUCT-RECORD TO CL-AFTER-IMAGE
023060               PERFORM WRITE-CHANGE-LOG
023100           END-WRITE
023200         NOT INVALID KEY
023250           MOVE DEDUCT-RECORD TO WS-BEFORE-IMAGE
023300           PERFORM FILL-DEDUCT-RECORD
023400           REWRITE DEDUCT-RECORD
023500             INVALID KEY
023600               DISPLAY "Deduction update failed for employee : "
023700                   EMPLOYEE-ID
023710             NOT INVALID KEY
023720               MOVE "D" TO CL-FILE-ID
023730               MOVE "C" TO CL-ACTION
023740               MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
023750               MOVE DEDUCT-RECORD TO CL-AFTER-IMAGE
023760               PERFORM WRITE-CHANGE-LOG
023800           END-REWRITE
023900       END-READ
024000     END-IF
024800     MOVE WS-NEW-DED-AMOUNT TO DD-AMOUNT.
024900     MOVE WS-NEW-DED-PCT TO DD-PERCENT.
025000     MOVE WS-NEW-DED-STOP TO DD-STOP-DATE.
025007*A new or amended total owed moves the balance still owing by
025014*the difference, so what has already been recovered stays
025021*recovered; an order cut below what has been recovered leaves
025028*nothing owing. Keying the same total leaves the balance alone.
025035     IF WS-NEW-DED-OWED NOT = DD-TOTAL-OWED
025042       IF DD-BALANCE-OWED + WS-NEW-DED-OWED > DD-TOTAL-OWED
025049         COMPUTE DD-BALANCE-OWED =
025056             DD-BALANCE-OWED + WS-NEW-DED-OWED - DD-TOTAL-OWED
025063       ELSE
025070         MOVE 0 TO DD-BALANCE-OWED
025077       END-IF
025084       MOVE WS-NEW-DED-OWED TO DD-TOTAL-OWED
025091     END-IF.
025100
025101*The withholding elections file is created empty the first time
025102*the maintenance screen runs at a site that has none yet.
025103 OPEN-ELECTION-FILE.
025104     OPEN I-O ELECTION-FILE.
025105     IF ELECTION-FILE-MISSING
025106       OPEN OUTPUT ELECTION-FILE
025107       CLOSE ELECTION-FILE
025108       OPEN I-O ELECTION-FILE
025109     END-IF.
025110     IF NOT ELECTION-OK
025111       DISPLAY "Withholding elections open error, status "
025112           WS-ELECTION-STATUS
025113       CLOSE EMPLOYEE-MASTER-FILE
025114       CLOSE BANK-DETAILS-FILE
025115       CLOSE DEDUCT-FILE
025116       STOP RUN
025117     END-IF.
025118
025119*Show the employee's withholding election after the deductions
025120*and take a new one - a blank filing status leaves it as it
025121*stands and D deletes it, so the employee is withheld for as
025122*single with no allowances until a new one is keyed.
025123 MAINTAIN-ELECTION.
025124     MOVE "N" TO WS-ELECTION-FOUND-SW.
025125     MOVE EMPLOYEE-ID TO WE-EMPLOYEE-ID.
025126     READ ELECTION-FILE
025127       INVALID KEY
025128         MOVE SPACE TO WE-FILING-STATUS
025129         MOVE 0 TO WE-ALLOWANCES
025130         MOVE 0 TO WE-ADDITIONAL-AMT
025131         MOVE "N" TO WE-EXEMPT
025132         MOVE 0 TO WE-ELECTION-DATE
025133       NOT INVALID KEY
025134         SET ELECTION-RECORD-FOUND TO TRUE
025135         MOVE WITHHOLD-ELECTION-RECORD TO WS-BEFORE-IMAGE
025136     END-READ.
025137     MOVE SPACE TO WS-NEW-FILING.
025138     MOVE WE-ALLOWANCES TO WS-NEW-ALLOWANCES.
025139     MOVE WE-ADDITIONAL-AMT TO WS-NEW-ADDITIONAL.
025140     MOVE WE-EXEMPT TO WS-NEW-EXEMPT.
025141     DISPLAY SCR-ELECTION-DETAIL.
025142     ACCEPT SCR-ELECTION-DETAIL.
025143     IF WS-NEW-FILING = "D"
025144       IF ELECTION-RECORD-FOUND
025145         MOVE EMPLOYEE-ID TO WE-EMPLOYEE-ID
025146         DELETE ELECTION-FILE RECORD
025147           INVALID KEY
025148             DISPLAY "Election delete failed for employee : "
025149                 EMPLOYEE-ID
025150           NOT INVALID KEY
025151             MOVE "W" TO CL-FILE-ID
025152             MOVE "D" TO CL-ACTION
025153             MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
025154             MOVE SPACES TO CL-AFTER-IMAGE
025155             PERFORM WRITE-CHANGE-LOG
025156         END-DELETE
025157       ELSE
025158         DISPLAY "No election to delete for employee : "
025159             EMPLOYEE-ID
025160       END-IF
025161     ELSE
025162       IF WS-NEW-FILING NOT = SPACE
025163         IF WS-NEW-FILING NOT = "S" AND WS-NEW-FILING NOT = "M"
025164             AND WS-NEW-FILING NOT = "H"
025165           DISPLAY "Filing must be S, M, H or D - no change"
025166         ELSE
025167           IF WS-NEW-EXEMPT NOT = "Y" AND WS-NEW-EXEMPT NOT = "N"
025168             DISPLAY "Exempt must be Y or N - no change"
025169           ELSE
025170             PERFORM WRITE-ELECTION-RECORD
025171           END-IF
025172         END-IF
025173       END-IF
025174     END-IF.
025175
025176 WRITE-ELECTION-RECORD.
025177     MOVE EMPLOYEE-ID TO WE-EMPLOYEE-ID.
025178     MOVE WS-NEW-FILING TO WE-FILING-STATUS.
025179     MOVE WS-NEW-ALLOWANCES TO WE-ALLOWANCES.
025180     MOVE WS-NEW-ADDITIONAL TO WE-ADDITIONAL-AMT.
025181     MOVE WS-NEW-EXEMPT TO WE-EXEMPT.
025182     ACCEPT WE-ELECTION-DATE FROM DATE YYYYMMDD.
025183     IF ELECTION-RECORD-FOUND
025184       REWRITE WITHHOLD-ELECTION-RECORD
025185         INVALID KEY
025186           DISPLAY "Election update failed for employee : "
025187               EMPLOYEE-ID
025188         NOT INVALID KEY
025189           MOVE "W" TO CL-FILE-ID
025190           MOVE "C" TO CL-ACTION
025191           MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
025192           MOVE WITHHOLD-ELECTION-RECORD TO CL-AFTER-IMAGE
025193           PERFORM WRITE-CHANGE-LOG
025194       END-REWRITE
025195     ELSE
025196       WRITE WITHHOLD-ELECTION-RECORD
025197         INVALID KEY
025198           DISPLAY "Election write failed for employee : "
025199               EMPLOYEE-ID
025200         NOT INVALID KEY
025201           MOVE "W" TO CL-FILE-ID
025202           MOVE "A" TO CL-ACTION
025203           MOVE SPACES TO CL-BEFORE-IMAGE
025204           MOVE WITHHOLD-ELECTION-RECORD TO CL-AFTER-IMAGE
025205           PERFORM WRITE-CHANGE-LOG
025206       END-WRITE
025207     END-IF.
025208
025209*The change log is permanent - every run appends to it, and it
025300*is created empty the first time at a site that has none yet.
025400 OPEN-CHANGE-LOG.
025500     OPEN EXTEND CHANGE-LOG-FILE.
025600     IF CHGLOG-FILE-MISSING
025700       OPEN OUTPUT CHANGE-LOG-FILE
025800     END-IF.
025900     IF NOT CHGLOG-OK
026000       DISPLAY "Change log open error, status "
026100           WS-CHGLOG-STATUS
026200       CLOSE EMPLOYEE-MASTER-FILE
026300       CLOSE BANK-DETAILS-FILE
026400       CLOSE DEDUCT-FILE
026450       CLOSE ELECTION-FILE
026500       STOP RUN
026600     END-IF.
026700
026701*The pay calendar is only read here, for its groups. With no
026702*calendar the table stays empty and no pay group can be given.
026703 LOAD-VALID-GROUPS.
026704     OPEN INPUT PAY-CALENDAR-FILE.
026705     IF CALENDAR-FILE-MISSING
026706       DISPLAY "No pay calendar file - pay groups cannot be "
026707           "assigned"
026708     ELSE
026709       IF NOT CALENDAR-OK
026710         DISPLAY "Pay calendar file open error, status "
026711             WS-CALENDAR-STATUS
026712         CLOSE EMPLOYEE-MASTER-FILE
026713         CLOSE BANK-DETAILS-FILE
026714         CLOSE DEDUCT-FILE
026715         CLOSE ELECTION-FILE
026716         CLOSE CHANGE-LOG-FILE
026717         STOP RUN
026718       END-IF
026719       PERFORM UNTIL CALENDAR-EOF
026720         READ PAY-CALENDAR-FILE NEXT RECORD
026721           AT END SET CALENDAR-EOF TO TRUE
026722           NOT AT END
026723             IF NOT CALENDAR-OK
026724               DISPLAY "Pay calendar read error, status "
026725                   WS-CALENDAR-STATUS
026726               SET CALENDAR-EOF TO TRUE
026727             ELSE
026728               PERFORM KEEP-ONE-GROUP
026729             END-IF
026730         END-READ
026731       END-PERFORM
026732       CLOSE PAY-CALENDAR-FILE
026733     END-IF.
026734
026735 KEEP-ONE-GROUP.
026736     MOVE "N" TO WS-GROUP-MATCH-SW.
026737     PERFORM VARYING GROUP-IDX FROM 1 BY 1
026738         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
026739       IF WS-VALID-GROUP(GROUP-IDX) = PC-PAY-GROUP
026740         SET GROUP-MATCHED TO TRUE
026741       END-IF
026742     END-PERFORM.
026743     IF NOT GROUP-MATCHED AND WS-GROUP-COUNT < 100
026744       ADD 1 TO WS-GROUP-COUNT
026745       MOVE PC-PAY-GROUP TO WS-VALID-GROUP(WS-GROUP-COUNT)
026746     END-IF.
026747
026748*A new pay group not on the calendar is refused and the group
026749*left as it stands - the driver would never find it due.
026750 CHECK-PAY-GROUP.
026751     MOVE "N" TO WS-GROUP-MATCH-SW.
026752     PERFORM VARYING GROUP-IDX FROM 1 BY 1
026753         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
026754       IF WS-VALID-GROUP(GROUP-IDX) = WS-NEW-PAY-GROUP
026755         SET GROUP-MATCHED TO TRUE
026756       END-IF
026757     END-PERFORM.
026758     IF NOT GROUP-MATCHED
026759       DISPLAY "Pay group not on pay calendar : "
026760           WS-NEW-PAY-GROUP
026761       MOVE SPACES TO WS-NEW-PAY-GROUP
026762     END-IF.
026763
026800*Stamp and append one change whose file, action and images the
026900*caller has already moved in. A change that cannot be logged
027000*stops the session - an unlogged bank change is exactly what
027100*the log is there to catch.
027200 WRITE-CHANGE-LOG.
027300     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
027400     ACCEPT WS-CHANGE-TIME FROM TIME.
027500     MOVE WS-CHANGE-DATE TO CL-CHANGE-DATE.
027600     MOVE WS-CHANGE-TIME TO CL-CHANGE-TIME.
027700     MOVE "EmployeeMaint" TO CL-SOURCE.
027800     MOVE EMPLOYEE-ID TO CL-EMPLOYEE-ID.
027900     WRITE CHANGE-LOG-RECORD.
028000     IF NOT CHGLOG-OK
028100       DISPLAY "Change log write error, status "
028200           WS-CHGLOG-STATUS
028300       CLOSE EMPLOYEE-MASTER-FILE
028400       CLOSE BANK-DETAILS-FILE
028500       CLOSE DEDUCT-FILE
028550       CLOSE ELECTION-FILE
028600       STOP RUN
028700     END-IF.
