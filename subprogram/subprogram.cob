001430       ACCESS MODE IS DYNAMIC
001440       RECORD KEY IS DD-DEDUCT-KEY
001450       FILE STATUS IS WS-DEDUCT-STATUS.
001454     SELECT TAX-BRACKET-FILE ASSIGN TO "TAX-BRACKET"
001458       ORGANIZATION IS INDEXED
001462       ACCESS MODE IS SEQUENTIAL
001466       RECORD KEY IS TB-BRACKET-KEY
001470       FILE STATUS IS WS-BRACKET-STATUS.
001474     SELECT ELECTION-FILE ASSIGN TO "WITHHOLD-ELECTION"
001478       ORGANIZATION IS INDEXED
001482       ACCESS MODE IS RANDOM
001486       RECORD KEY IS WE-EMPLOYEE-ID
001490       FILE STATUS IS WS-ELECTION-STATUS.
001492     SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
001494       ORGANIZATION IS INDEXED
001495       ACCESS MODE IS DYNAMIC
001496       RECORD KEY IS PS-HISTORY-KEY
001498       FILE STATUS IS WS-HISTORY-STATUS.
001500
001600 DATA DIVISION.
001700 FILE SECTION.
002210
002220 FD  DEDUCT-FILE.
002230     COPY "deduct-record.cpy".
002240
002250 FD  TAX-BRACKET-FILE.
002260     COPY "tax-bracket.cpy".
002270
002280 FD  ELECTION-FILE.
002290     COPY "withhold-election.cpy".
002292
002294 FD  PAY-HISTORY-FILE.
002296     COPY "paystub-record.cpy".
002300
002400 WORKING-STORAGE SECTION.
002500
005850 01 WS-WITHHOLD-AMT       PIC S9(5)V99.
005900 01 WS-NET-PAY            PIC S9(5)V99.
006000 01 WS-SALARY-IN          PIC S9(5)V99.
006014 01 WS-LEAVE-PAY          PIC S9(5)V99.
006028
006042*A salaried employee's vacation payout is paid at the salary
006056*spread over the standard hours of one batch.
006070 01 WS-SALARIED-PERIOD-HOURS PIC 9(3)V99 VALUE 40.00.
006071
006072*The salary, the standard pay cap and the tax brackets are all
006073*weekly figures. A biweekly or monthly pay group is paid them
006074*scaled by 52 weeks over the group's pays in a year.
006075 01 WS-WEEKS-PER-YEAR     PIC 9(2) VALUE 52.
006076 01 WS-PAYS-PER-YEAR      PIC 9(2) VALUE 52.
006077 01 WS-PERIOD-SALARY      PIC S9(5)V99.
006078 01 WS-PERIOD-PAY-CAP     PIC 9(5)V99.
006084 01 WS-HOURLY-RATE        PIC S9(5)V9999.
006100 01 WS-RUN-DATE           PIC 9(8).
006200
006300 01 WS-RATE-FOUND-SW      PIC X VALUE "N".
006766     03 WS-DED-CODE       PIC X(2).
006768     03 WS-DED-AMT        PIC S9(5)V99.
006800
006801 01 WS-BRACKET-STATUS     PIC XX.
006802   88 BRACKET-FILE-OK           VALUE "00".
006803   88 BRACKET-FILE-EOF          VALUE "10".
006804   88 BRACKET-FILE-MISSING      VALUE "35".
006805
006806*Tax brackets in force for the batch, loaded with the rates. For
006807*each filing status only the brackets of the latest effective
006808*date not after the batch run date are kept, lowest threshold
006809*first as they come off the file. None loaded means no bracket
006810*table is in force yet and the class percentage applies.
006811 01 WS-BRACKET-COUNT      PIC 9(3) COMP VALUE 0.
006812 01 WS-BRACKET-TABLE.
006813   02 WS-BRACKET-ENTRY OCCURS 1 TO 200 TIMES
006814       DEPENDING ON WS-BRACKET-COUNT
006815       INDEXED BY BRACKET-IDX.
006816     03 WS-BR-STATUS          PIC X(1).
006817     03 WS-BR-EFFECTIVE       PIC 9(8).
006818     03 WS-BR-THRESHOLD       PIC 9(7)V99.
006819     03 WS-BR-BASE            PIC 9(7)V99.
006820     03 WS-BR-RATE            PIC V999.
006821     03 WS-BR-ALLOWANCE       PIC 9(5)V99.
006822
006823 01 WS-ELECTION-STATUS    PIC XX.
006824   88 ELECTION-OK               VALUE "00".
006825   88 ELECTION-FILE-MISSING     VALUE "35".
006826
006827*The elections file is opened on the first call and held open
006828*for the run like the deductions master.
006829 01 WS-ELECTION-OPEN-SW   PIC X VALUE "N".
006830   88 ELECTION-OPEN             VALUE "Y".
006831 01 WS-ELECTION-TRIED-SW  PIC X VALUE "N".
006832   88 ELECTION-OPEN-TRIED       VALUE "Y".
006833
006834*This call's election as the withholding is worked on it, and
006835*how the withholding came out.
006836 01 WS-WH-BASIS           PIC X(1).
006837 01 WS-WH-FILING          PIC X(1).
006838 01 WS-WH-ALLOWANCES      PIC 9(2).
006839 01 WS-WH-ADDITIONAL      PIC 9(5)V99.
006840 01 WS-WH-EXEMPT          PIC X(1).
006841 01 WS-TAXABLE-PAY        PIC S9(7)V99.
006842 01 WS-BRACKET-PICK       PIC 9(3) COMP.
006843 01 WS-STATUS-FOUND-SW    PIC X VALUE "N".
006844   88 STATUS-BRACKETS-FOUND     VALUE "Y".
006845
006846*On a recompute of a paid batch, the search of the deductions
006847*that batch took for the one being taken now.
006848 01 WS-PAID-IDX           PIC 9(1).
006849 01 WS-PAID-MATCH-SW      PIC X VALUE "N".
006850   88 PAID-DED-MATCHED          VALUE "Y".
006851
006852*What the employee's results not yet remitted took under each
006853*code, read from the pay history the first time a call takes a
006854*deduction with a total owed. DeductRemit draws the balance down
006855*only as it remits, so that much is still on the master balance
006856*but is no longer owed. When the history cannot be read through,
006857*what is pending is not known and no such deduction is taken.
006858 01 WS-HISTORY-STATUS     PIC XX.
006859   88 HISTORY-OK                VALUE "00".
006860   88 HISTORY-FILE-MISSING      VALUE "35".
006861 01 WS-PENDING-LOADED-SW  PIC X VALUE "N".
006862   88 PENDING-LOADED            VALUE "Y".
006863 01 WS-PENDING-UNKNOWN-SW PIC X VALUE "N".
006864   88 PENDING-UNKNOWN           VALUE "Y".
006865 01 WS-HIST-DONE-SW       PIC X VALUE "N".
006866   88 HISTORY-DONE              VALUE "Y".
006867 01 WS-PENDING-COUNT      PIC 9(2) VALUE 0.
006868 01 WS-PENDING-TABLE.
006869   02 WS-PENDING-ENTRY OCCURS 20 TIMES.
006870     03 WS-PEND-CODE      PIC X(2).
006871     03 WS-PEND-AMT       PIC S9(7)V99.
006872 01 WS-PEND-IDX           PIC 9(2).
006873 01 WS-PS-IDX             PIC 9(1).
006874 01 WS-PEND-MATCH-SW      PIC X VALUE "N".
006875   88 PEND-CODE-MATCHED         VALUE "Y".
006876 01 WS-BALANCE-LEFT       PIC S9(7)V99.
006877 01 WS-ROOM               PIC S9(7)V99.
006878
006900 LINKAGE SECTION.
007000 01 EMPLOYEE-ID      PIC 9(5).
007100 01 SALARY           PIC S9(5)V99.
008300     MOVE "N" TO WS-OVERFLOW-SW.
008400     MOVE SALARY TO WS-SALARY-IN.
008450     PERFORM CLEAR-PAY-DETAIL.
008460     PERFORM CLEAR-LEAVE-AND-ELECTION.
008475     MOVE 0 TO WS-LEAVE-PAY.
008480     MOVE "N" TO WS-PENDING-LOADED-SW.
008500
008600     IF BATCH-ID NOT = WS-LOADED-BATCH-ID
008700       PERFORM LOAD-RATE-TABLE
010600         IF NOT RATE-FOUND
010700           SET ERR-RATE-NOT-FOUND TO TRUE
010800         ELSE
010801           PERFORM SET-PAY-PERIOD
010802           IF TIMESHEET-PAYOUT
010804             PERFORM COMPUTE-PAYOUT-PAY
010806           ELSE
010810           IF HOURLY-CLASS
010820             PERFORM COMPUTE-HOURLY-PAY
010830           ELSE
010835             PERFORM SCALE-SALARY-TO-PERIOD
010840             PERFORM COMPUTE-SALARIED-PAY
010850           END-IF
010855           END-IF
010860           IF ERR-NONE
011900             IF NOT PAY-OVERFLOW
012000               COMPUTE WS-GROSS-PAY = WS-BASE-PAY + WS-OT-PAY
012100                 ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
012200             END-IF
012300             IF NOT PAY-OVERFLOW
012350               PERFORM COMPUTE-WITHHOLDING
012500             END-IF
012550             IF NOT PAY-OVERFLOW
012600               COMPUTE WS-NET-PAY =
013150               PERFORM APPLY-DEDUCTIONS
013200               MOVE WS-NET-PAY TO SALARY
013250               PERFORM FILL-PAY-DETAIL
013260               PERFORM FILL-LEAVE-AND-ELECTION
013300             END-IF
013350           END-IF
013400         END-IF
016110
016120*Batch-end entry point - closes the audit log held open across
016130*the run's calls.
016132*The deductions master and elections file are closed with it and
016134*opened again on the next call, so a run may call it between
016136*employees to get the log written out.
016140 AUDIT-LOG-SHUTDOWN.
016150 ENTRY "SubProgramEnd".
016151     IF DEDUCT-OPEN
016152       MOVE "N" TO WS-DEDUCT-TRIED-SW
016153     END-IF.
016154     IF ELECTION-OPEN
016155       CLOSE ELECTION-FILE
016156       MOVE "N" TO WS-ELECTION-OPEN-SW
016157       MOVE "N" TO WS-ELECTION-TRIED-SW
016158     END-IF.
016160     IF LOG-OPEN
016170       CLOSE CALL-AUDIT-FILE
016180       MOVE "N" TO WS-LOG-OPEN-SW
016200
016202*Salaried classes pay the salary field as the amount due, with
016203*the portion above the standard cap treated as overtime at the
016205*class multiplier - the computation this system has always done,
016206*both scaled from a week to the pay group's period.
016207 COMPUTE-SALARIED-PAY.
016208     IF WS-PERIOD-SALARY > WS-PERIOD-PAY-CAP
016210       COMPUTE WS-OT-PAY =
016212           (WS-PERIOD-SALARY - WS-PERIOD-PAY-CAP) *
016214           WS-OT-MULTIPLIER
016215         ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
016217       END-COMPUTE
016219       MOVE WS-PERIOD-PAY-CAP TO WS-BASE-PAY
016220     ELSE
016222       MOVE WS-PERIOD-SALARY TO WS-BASE-PAY
016224       MOVE 0 TO WS-OT-PAY
016225     END-IF.
016227
016231*in the salary field, overtime hours at the class multiplier.
016232*A missing or duplicate timesheet is an error, never a zero or
016234*doubled payment.
016235*Vacation and sick hours taken go into the base pay at that rate.
016236 COMPUTE-HOURLY-PAY.
016237     IF TIMESHEET-MISSING
016239       SET ERR-TIMESHEET-MISSING TO TRUE
016244         SET ERR-TIMESHEET-DUPLICATE TO TRUE
016246       ELSE
016247         COMPUTE WS-BASE-PAY ROUNDED =
016249             (TD-HOURS-WORKED + TD-VACATION-HOURS
016250                 + TD-SICK-HOURS) * SALARY
016251           ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
016253         END-COMPUTE
016254         COMPUTE WS-OT-PAY ROUNDED =
016256             TD-OT-HOURS * SALARY * WS-OT-MULTIPLIER
016258           ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
016259         END-COMPUTE
016260         PERFORM COMPUTE-LEAVE-PAY
016261       END-IF
016263     END-IF.
016264
016381         ELSE
016382           MOVE DD-AMOUNT TO WS-DEDUCT-AMT
016383         END-IF
016384         PERFORM LIMIT-DEDUCT-AMT
016387         IF WS-DEDUCT-AMT > 0
016388           ADD 1 TO WS-DEDUCT-COUNT
016389           MOVE DD-DEDUCT-CODE TO
019300       END-PERFORM
019400       CLOSE RATE-TABLE-FILE
019500     END-IF.
019600     PERFORM LOAD-BRACKET-TABLE.
019700
019800*Fold one in-force rate record into the loaded table - replace
019900*the class entry when this record's effective date is later,
022600             RT-CLASS
022700       END-IF
022800     END-IF.
022900
023000*Load the tax brackets in force for the batch alongside the
023100*rates. A site with no bracket file has no brackets in force.
023200 LOAD-BRACKET-TABLE.
023300     MOVE 0 TO WS-BRACKET-COUNT.
023400     OPEN INPUT TAX-BRACKET-FILE.
023500     IF NOT BRACKET-FILE-OK
023600       IF NOT BRACKET-FILE-MISSING
023700         DISPLAY "Tax bracket file open error, status "
023800             WS-BRACKET-STATUS
023900       END-IF
024000     ELSE
024100       PERFORM UNTIL BRACKET-FILE-EOF
024200         READ TAX-BRACKET-FILE NEXT RECORD
024300           AT END SET BRACKET-FILE-EOF TO TRUE
024400           NOT AT END
024500             IF NOT BRACKET-FILE-OK
024600               DISPLAY "Tax bracket file read error, status "
024700                   WS-BRACKET-STATUS
024800               SET BRACKET-FILE-EOF TO TRUE
024900             ELSE
025000               IF TB-EFFECTIVE-DATE NOT > WS-RATE-RUN-DATE
025100                 PERFORM KEEP-BRACKET-RECORD
025200               END-IF
025300             END-IF
025400         END-READ
025500       END-PERFORM
025600       CLOSE TAX-BRACKET-FILE
025700     END-IF.
025800
025900*The file comes in status, date and threshold order, so a later
026000*effective date for the status just read replaces the brackets
026100*kept for it so far, which are the last ones in the table.
026200 KEEP-BRACKET-RECORD.
026300     IF WS-BRACKET-COUNT > 0
026400       IF WS-BR-STATUS(WS-BRACKET-COUNT) = TB-FILING-STATUS
026500           AND WS-BR-EFFECTIVE(WS-BRACKET-COUNT) <
026600               TB-EFFECTIVE-DATE
026700         PERFORM DROP-SUPERSEDED-BRACKETS
026800       END-IF
026900     END-IF.
027000     IF WS-BRACKET-COUNT < 200
027100       ADD 1 TO WS-BRACKET-COUNT
027200       MOVE TB-FILING-STATUS TO WS-BR-STATUS(WS-BRACKET-COUNT)
027300       MOVE TB-EFFECTIVE-DATE TO
027400           WS-BR-EFFECTIVE(WS-BRACKET-COUNT)
027500       MOVE TB-THRESHOLD TO WS-BR-THRESHOLD(WS-BRACKET-COUNT)
027600       MOVE TB-BASE-AMOUNT TO WS-BR-BASE(WS-BRACKET-COUNT)
027700       MOVE TB-MARGINAL-RATE TO WS-BR-RATE(WS-BRACKET-COUNT)
027800       MOVE TB-ALLOWANCE-AMT TO
027900           WS-BR-ALLOWANCE(WS-BRACKET-COUNT)
028000     ELSE
028100       DISPLAY "WARNING - bracket table full, bracket dropped : "
028200           TB-FILING-STATUS " " TB-THRESHOLD
028300     END-IF.
028400
028500 DROP-SUPERSEDED-BRACKETS.
028600     MOVE "N" TO WS-STATUS-FOUND-SW.
028700     PERFORM UNTIL STATUS-BRACKETS-FOUND
028800       IF WS-BRACKET-COUNT = 0
028900         SET STATUS-BRACKETS-FOUND TO TRUE
029000       ELSE
029100         IF WS-BR-STATUS(WS-BRACKET-COUNT) = TB-FILING-STATUS
029200           SUBTRACT 1 FROM WS-BRACKET-COUNT
029300         ELSE
029400           SET STATUS-BRACKETS-FOUND TO TRUE
029500         END-IF
029600       END-IF
029700     END-PERFORM.
029800
029900*Withholding is worked from the tax brackets on the employee's
030000*election once brackets are in force for the batch date. Before
030100*then, and for a filing status with no brackets loaded, it is
030200*the class percentage as it always was.
030300 COMPUTE-WITHHOLDING.
030400     MOVE "F" TO WS-WH-BASIS.
030500     IF WS-BRACKET-COUNT > 0
030600       IF TD-RECOMPUTE AND (TD-WH-BASIS = "B" OR "E")
030620         PERFORM USE-PAID-ELECTION
030640       ELSE
030660         PERFORM READ-WITHHOLD-ELECTION
030680       END-IF
030700       IF WS-WH-EXEMPT = "Y"
030800         MOVE "E" TO WS-WH-BASIS
030900         MOVE 0 TO WS-WITHHOLD-AMT
031000         MOVE 0 TO WS-WITHHOLD-PCT
031100       ELSE
031200         PERFORM APPLY-TAX-BRACKETS
031300       END-IF
031400     END-IF.
031500     IF WS-WH-BASIS = "F"
031600       MOVE SPACE TO WS-WH-FILING
031700       MOVE 0 TO WS-WH-ALLOWANCES
031800       MOVE 0 TO WS-WH-ADDITIONAL
031900       COMPUTE WS-WITHHOLD-AMT ROUNDED =
032000           WS-GROSS-PAY * WS-WITHHOLD-PCT
032100         ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
032200       END-COMPUTE
032300     END-IF.
032400
032500*No election on file withholds as single with no allowances,
032600*the most that would be withheld, until one is keyed.
032700 READ-WITHHOLD-ELECTION.
032800     MOVE "S" TO WS-WH-FILING.
032900     MOVE 0 TO WS-WH-ALLOWANCES.
033000     MOVE 0 TO WS-WH-ADDITIONAL.
033100     MOVE "N" TO WS-WH-EXEMPT.
033200     IF NOT ELECTION-OPEN-TRIED
033300       PERFORM OPEN-ELECTION-FILE
033400     END-IF.
033500     IF ELECTION-OPEN
033600       MOVE EMPLOYEE-ID TO WE-EMPLOYEE-ID
033700       READ ELECTION-FILE
033800         INVALID KEY
033900           CONTINUE
034000         NOT INVALID KEY
034100           MOVE WE-FILING-STATUS TO WS-WH-FILING
034200           MOVE WE-ALLOWANCES TO WS-WH-ALLOWANCES
034300           MOVE WE-ADDITIONAL-AMT TO WS-WH-ADDITIONAL
034400           MOVE WE-EXEMPT TO WS-WH-EXEMPT
034500       END-READ
034600     END-IF.
034700
034702*A recompute of a paid batch withholds on the election the batch
034704*was paid on, so a later change of election is no part of the
034706*difference. A batch paid on the class percentage has no
034708*election to carry and reads the one on file.
034710 USE-PAID-ELECTION.
034712     MOVE TD-FILING-STATUS TO WS-WH-FILING.
034714     MOVE TD-ALLOWANCES TO WS-WH-ALLOWANCES.
034716     MOVE TD-ADDITIONAL-WH TO WS-WH-ADDITIONAL.
034718     IF TD-WH-BASIS = "E"
034720       MOVE "Y" TO WS-WH-EXEMPT
034722     ELSE
034724       MOVE "N" TO WS-WH-EXEMPT
034726     END-IF.
034728
034730*A deduction with a total owed has had its balance drawn down by
034732*the batch being recomputed, so on a recompute it takes what that
034734*batch took under its code - none if it took none - rather than
034736*being capped at the balance left today. Each amount the batch
034738*took is matched once and cleared, so two deductions of one code
034740*each find their own.
034742 USE-PAID-DEDUCTION.
034744     IF TD-RECOMPUTE AND DD-TOTAL-OWED > 0
034746       MOVE 0 TO WS-DEDUCT-AMT
034748       MOVE "N" TO WS-PAID-MATCH-SW
034750       PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
034752           UNTIL WS-PAID-IDX > TD-PAID-DED-COUNT
034754             OR PAID-DED-MATCHED
034756         IF TD-PAID-DED-CODE(WS-PAID-IDX) = DD-DEDUCT-CODE
034758           SET PAID-DED-MATCHED TO TRUE
034760           MOVE TD-PAID-DED-AMT(WS-PAID-IDX) TO WS-DEDUCT-AMT
034762           MOVE SPACES TO TD-PAID-DED-CODE(WS-PAID-IDX)
034764         END-IF
034766       END-PERFORM
034768     END-IF.
034770
034800 OPEN-ELECTION-FILE.
034900     SET ELECTION-OPEN-TRIED TO TRUE.
035000     OPEN INPUT ELECTION-FILE.
035100     IF ELECTION-OK
035200       MOVE "Y" TO WS-ELECTION-OPEN-SW
035300     ELSE
035400       IF ELECTION-FILE-MISSING
035500         DISPLAY "No withholding elections file - all employees "
035600             "withheld as single"
035700       ELSE
035800         DISPLAY "Withholding elections open error, status "
035900             WS-ELECTION-STATUS
036000       END-IF
036100     END-IF.
036200
036300*Allowances come off the gross first, at the allowance value
036400*on the status's lowest bracket; the highest threshold the rest
036500*reaches gives the base amount, and its marginal rate applies
036600*to the excess. Pay below the lowest threshold has nothing
036700*withheld but the additional amount. The withholding never
036800*exceeds the gross, and the percentage handed back is the
036900*effective rate for the paystub. The bracket amounts are weekly
036933*and are scaled to the pay group's period; the additional amount
036966*is taken from every pay as elected.
037000 APPLY-TAX-BRACKETS.
037100     MOVE "N" TO WS-STATUS-FOUND-SW.
037200     MOVE 0 TO WS-BRACKET-PICK.
037300     MOVE 0 TO WS-TAXABLE-PAY.
037400     PERFORM VARYING BRACKET-IDX FROM 1 BY 1
037500         UNTIL BRACKET-IDX > WS-BRACKET-COUNT
037600       IF WS-BR-STATUS(BRACKET-IDX) = WS-WH-FILING
037700         IF NOT STATUS-BRACKETS-FOUND
037800           SET STATUS-BRACKETS-FOUND TO TRUE
037900           COMPUTE WS-TAXABLE-PAY = WS-GROSS-PAY -
038000               WS-WH-ALLOWANCES * WS-BR-ALLOWANCE(BRACKET-IDX)
038050               * WS-WEEKS-PER-YEAR / WS-PAYS-PER-YEAR
038100             ON SIZE ERROR MOVE 0 TO WS-TAXABLE-PAY
038200           END-COMPUTE
038300           IF WS-TAXABLE-PAY < 0
038400             MOVE 0 TO WS-TAXABLE-PAY
038500           END-IF
038600         END-IF
038700         IF WS-BR-THRESHOLD(BRACKET-IDX) * WS-WEEKS-PER-YEAR
038750             / WS-PAYS-PER-YEAR NOT > WS-TAXABLE-PAY
038800           SET WS-BRACKET-PICK TO BRACKET-IDX
038900         END-IF
039000       END-IF
039100     END-PERFORM.
039200     IF NOT STATUS-BRACKETS-FOUND
039300       DISPLAY "WARNING - no tax brackets for filing status "
039400           WS-WH-FILING " - class percentage withheld"
039500     ELSE
039600       MOVE "B" TO WS-WH-BASIS
039700       MOVE 0 TO WS-WITHHOLD-AMT
039800       IF WS-BRACKET-PICK > 0
039900         COMPUTE WS-WITHHOLD-AMT ROUNDED =
040000             WS-BR-BASE(WS-BRACKET-PICK) * WS-WEEKS-PER-YEAR
040050                 / WS-PAYS-PER-YEAR +
040100             (WS-TAXABLE-PAY - WS-BR-THRESHOLD(WS-BRACKET-PICK)
040150                 * WS-WEEKS-PER-YEAR / WS-PAYS-PER-YEAR)
040200             * WS-BR-RATE(WS-BRACKET-PICK)
040300           ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
040400         END-COMPUTE
040500       END-IF
040600       ADD WS-WH-ADDITIONAL TO WS-WITHHOLD-AMT
040700         ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
040800       END-ADD
040900       IF WS-WITHHOLD-AMT > WS-GROSS-PAY
041000         MOVE WS-GROSS-PAY TO WS-WITHHOLD-AMT
041100       END-IF
041200       MOVE 0 TO WS-WITHHOLD-PCT
041300       IF WS-GROSS-PAY > 0
041400         COMPUTE WS-WITHHOLD-PCT ROUNDED =
041500             WS-WITHHOLD-AMT / WS-GROSS-PAY
041600           ON SIZE ERROR MOVE .999 TO WS-WITHHOLD-PCT
041700         END-COMPUTE
041800       END-IF
041900     END-IF.
042000
042100*A deduction with a total owed takes no more than the balance
042200*left once what earlier results not yet remitted took under its
042300*code is off the master balance - against the deductions of that
042400*code in priority order, as DeductRemit will draw it down. A
042500*recompute of a paid batch takes what that batch took instead.
042600 FIND-BALANCE-LEFT.
042700     MOVE DD-BALANCE-OWED TO WS-BALANCE-LEFT.
042800     IF DD-TOTAL-OWED > 0 AND NOT TD-RECOMPUTE
042900       IF NOT PENDING-LOADED
043000         PERFORM LOAD-PENDING-TAKEN
043100       END-IF
043200       MOVE "N" TO WS-PEND-MATCH-SW
043300       PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
043400           UNTIL WS-PEND-IDX > WS-PENDING-COUNT
043450             OR PEND-CODE-MATCHED
043500         IF WS-PEND-CODE(WS-PEND-IDX) = DD-DEDUCT-CODE
043600           SET PEND-CODE-MATCHED TO TRUE
043700           PERFORM TAKE-OFF-PENDING
043800         END-IF
043900       END-PERFORM
044000     END-IF.
044100
044200*A refund from a retroactive adjustment puts the balance back,
044300*never above the total owed.
044400 TAKE-OFF-PENDING.
044500     IF WS-PEND-AMT(WS-PEND-IDX) > 0
044600       IF WS-PEND-AMT(WS-PEND-IDX) > WS-BALANCE-LEFT
044700         SUBTRACT WS-BALANCE-LEFT FROM WS-PEND-AMT(WS-PEND-IDX)
044800         MOVE 0 TO WS-BALANCE-LEFT
044900       ELSE
045000         SUBTRACT WS-PEND-AMT(WS-PEND-IDX) FROM WS-BALANCE-LEFT
045100         MOVE 0 TO WS-PEND-AMT(WS-PEND-IDX)
045200       END-IF
045300     ELSE
045400     IF WS-PEND-AMT(WS-PEND-IDX) < 0
045500       COMPUTE WS-ROOM = DD-TOTAL-OWED - WS-BALANCE-LEFT
045600       IF 0 - WS-PEND-AMT(WS-PEND-IDX) > WS-ROOM
045700         ADD WS-ROOM TO WS-BALANCE-LEFT
045800         ADD WS-ROOM TO WS-PEND-AMT(WS-PEND-IDX)
045900       ELSE
046000         SUBTRACT WS-PEND-AMT(WS-PEND-IDX) FROM WS-BALANCE-LEFT
046100         MOVE 0 TO WS-PEND-AMT(WS-PEND-IDX)
046200       END-IF
046300     END-IF
046400     END-IF.
046500
046600*Only the employee's own results are read, on the employee id at
046700*the front of the key. The batch being paid is left out, so a
046800*restart that pays an employee again works it out as the first
046900*run did. Without the pay history the master balance stands;
046950*any other failure to read it through leaves the pending unknown.
047000 LOAD-PENDING-TAKEN.
047100     SET PENDING-LOADED TO TRUE.
047200     MOVE 0 TO WS-PENDING-COUNT.
047250     MOVE "N" TO WS-PENDING-UNKNOWN-SW.
047300     OPEN INPUT PAY-HISTORY-FILE.
047400     IF HISTORY-OK
047500       MOVE "N" TO WS-HIST-DONE-SW
047600       MOVE EMPLOYEE-ID TO PS-EMPLOYEE-ID
047700       MOVE LOW-VALUES TO PS-BATCH-ID
047800       START PAY-HISTORY-FILE KEY IS NOT LESS THAN PS-HISTORY-KEY
047900         INVALID KEY SET HISTORY-DONE TO TRUE
048000       END-START
048100       PERFORM UNTIL HISTORY-DONE
048200         READ PAY-HISTORY-FILE NEXT RECORD
048300           AT END SET HISTORY-DONE TO TRUE
048400           NOT AT END
048500             IF NOT HISTORY-OK
048600               DISPLAY "Pay history read error, status "
048700                   WS-HISTORY-STATUS
048750               SET PENDING-UNKNOWN TO TRUE
048800               SET HISTORY-DONE TO TRUE
048900             ELSE
049000               IF PS-EMPLOYEE-ID NOT = EMPLOYEE-ID
049100                 SET HISTORY-DONE TO TRUE
049200               ELSE
049300                 IF PS-BATCH-ID NOT = BATCH-ID
049400                     AND NOT PS-DEDUCTIONS-REMITTED
049500                   PERFORM ADD-PENDING-AMOUNT
049600                       VARYING WS-PS-IDX FROM 1 BY 1
049700                       UNTIL WS-PS-IDX > PS-DEDUCT-COUNT
049800                 END-IF
049900               END-IF
050000             END-IF
050100         END-READ
050200       END-PERFORM
050300       CLOSE PAY-HISTORY-FILE
050400     ELSE
050500       IF NOT HISTORY-FILE-MISSING
050600         DISPLAY "Pay history open error, status "
050700             WS-HISTORY-STATUS
050750         SET PENDING-UNKNOWN TO TRUE
050800       END-IF
050900     END-IF.
051000
051100 ADD-PENDING-AMOUNT.
051200     MOVE "N" TO WS-PEND-MATCH-SW.
051300     PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
051400         UNTIL WS-PEND-IDX > WS-PENDING-COUNT OR PEND-CODE-MATCHED
051500       IF WS-PEND-CODE(WS-PEND-IDX) = PS-DEDUCT-CODE(WS-PS-IDX)
051600         SET PEND-CODE-MATCHED TO TRUE
051700         ADD PS-DEDUCT-AMT(WS-PS-IDX) TO WS-PEND-AMT(WS-PEND-IDX)
051800       END-IF
051900     END-PERFORM.
052000     IF NOT PEND-CODE-MATCHED
052100       IF WS-PENDING-COUNT < 20
052200         ADD 1 TO WS-PENDING-COUNT
052300         MOVE PS-DEDUCT-CODE(WS-PS-IDX) TO
052400             WS-PEND-CODE(WS-PENDING-COUNT)
052500         MOVE PS-DEDUCT-AMT(WS-PS-IDX) TO
052600             WS-PEND-AMT(WS-PENDING-COUNT)
052700       ELSE
052800         DISPLAY "WARNING - more than 20 deduction codes for "
052900             "employee : " EMPLOYEE-ID
052950         SET PENDING-UNKNOWN TO TRUE
053000       END-IF
053100     END-IF.
053200
053300*Pays in a year for the employee's pay group - a blank frequency
053400*is a result from before pay groups, all of which were weekly.
053500 SET-PAY-PERIOD.
053600     IF TD-MONTHLY
053700       MOVE 12 TO WS-PAYS-PER-YEAR
053800     ELSE
053900       IF TD-BIWEEKLY
054000         MOVE 26 TO WS-PAYS-PER-YEAR
054100       ELSE
054200         MOVE 52 TO WS-PAYS-PER-YEAR
054300       END-IF
054400     END-IF.
054500
054600*The weekly salary and standard pay cap scaled to the pay group's
054700*period, for the salaried computation.
054800 SCALE-SALARY-TO-PERIOD.
054900     COMPUTE WS-PERIOD-SALARY ROUNDED =
055000         SALARY * WS-WEEKS-PER-YEAR / WS-PAYS-PER-YEAR
055100       ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
055200     END-COMPUTE.
055300     COMPUTE WS-PERIOD-PAY-CAP ROUNDED =
055400         WS-STANDARD-PAY-CAP * WS-WEEKS-PER-YEAR
055500             / WS-PAYS-PER-YEAR.
055600
055700*The part of an hourly base pay that is vacation and sick hours,
055800*itemized on the stub.
055900 COMPUTE-LEAVE-PAY.
056000     COMPUTE WS-LEAVE-PAY ROUNDED =
056100         (TD-VACATION-HOURS + TD-SICK-HOURS) * SALARY
056200       ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
056300     END-COMPUTE.
056400
056500*A terminated employee's final pay is the vacation payout queued
056600*at termination - the hours at the hourly rate, or at the weekly
056700*salary spread over a standard week's hours - with no overtime.
056800 COMPUTE-PAYOUT-PAY.
056900     IF HOURLY-CLASS
057000       MOVE SALARY TO WS-HOURLY-RATE
057100     ELSE
057200       COMPUTE WS-HOURLY-RATE ROUNDED =
057300           SALARY / WS-SALARIED-PERIOD-HOURS
057400     END-IF.
057500     COMPUTE WS-BASE-PAY ROUNDED =
057600         TD-PAYOUT-HOURS * WS-HOURLY-RATE
057700       ON SIZE ERROR SET PAY-OVERFLOW TO TRUE
057800     END-COMPUTE.
057900     MOVE 0 TO WS-OT-PAY.
058000     MOVE WS-BASE-PAY TO WS-LEAVE-PAY.
058100
058200*The leave pay and the withholding election handed back with the
058300*rest of the breakdown, cleared and filled alongside it.
058400 CLEAR-LEAVE-AND-ELECTION.
058500     MOVE 0 TO PD-LEAVE-PAY.
058600     MOVE SPACE TO PD-WITHHOLD-BASIS.
058700     MOVE SPACE TO PD-FILING-STATUS.
058800     MOVE 0 TO PD-ALLOWANCES.
058900     MOVE 0 TO PD-ADDITIONAL-WH.
059000
059100 FILL-LEAVE-AND-ELECTION.
059200     MOVE WS-LEAVE-PAY TO PD-LEAVE-PAY.
059300     MOVE WS-WH-BASIS TO PD-WITHHOLD-BASIS.
059400     MOVE WS-WH-FILING TO PD-FILING-STATUS.
059500     MOVE WS-WH-ALLOWANCES TO PD-ALLOWANCES.
059600     MOVE WS-WH-ADDITIONAL TO PD-ADDITIONAL-WH.
059700
059800*The deduction is held to what is left of the net. A recompute of
059900*a paid batch takes what that batch took. Otherwise one with a
060000*total owed takes no more than the balance left, and nothing at
060100*all while what earlier results took is not known - the batch
060200*after the history is read again catches up, as the balance is
060300*only drawn down for what was taken.
060400 LIMIT-DEDUCT-AMT.
060500     PERFORM USE-PAID-DEDUCTION.
060600     IF WS-DEDUCT-AMT > WS-NET-PAY
060700       MOVE WS-NET-PAY TO WS-DEDUCT-AMT
060800     END-IF.
060900     IF DD-TOTAL-OWED > 0 AND NOT TD-RECOMPUTE
061000       PERFORM FIND-BALANCE-LEFT
061100       IF PENDING-UNKNOWN
061200         IF WS-DEDUCT-AMT > 0
061300           DISPLAY "WARNING - pending deductions not known, code "
061400               DD-DEDUCT-CODE " not taken for employee : "
061500               EMPLOYEE-ID
061600         END-IF
061700         MOVE 0 TO WS-DEDUCT-AMT
061800       ELSE
061900         IF WS-DEDUCT-AMT > WS-BALANCE-LEFT
062000           MOVE WS-BALANCE-LEFT TO WS-DEDUCT-AMT
062100         END-IF
062200       END-IF
062300     END-IF.
