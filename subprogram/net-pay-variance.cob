008400
008500*Last successful payment per employee before the target batch,
008600*gathered from the call audit trail (and its archive, so a
008700*month-start batch still sees the prior month). A batch's
008725*entries are summed - a retro recompute or a batch void logs
008750*offsetting entries under the same batch id - and the batch
008775*before it is kept too, for when the latest nets to nothing.
008800 01 WS-PRIOR-COUNT   PIC 9(4) COMP VALUE 0.
008900 01 WS-PRIOR-TABLE.
009000   02 WS-PRIOR-ENTRY OCCURS 1 TO 999 TIMES
009200       INDEXED BY PRIOR-IDX.
009300     03 WS-PR-EMPLOYEE-ID  PIC 9(5).
009400     03 WS-PR-BATCH-ID     PIC X(8).
009500     03 WS-PR-NET-PAY      PIC S9(7)V99.
009533     03 WS-PR-PREV-BATCH-ID PIC X(8).
009566     03 WS-PR-PREV-NET-PAY PIC S9(7)V99.
009600
009700 01 WS-PRIOR-MATCH-SW PIC X VALUE "N".
009800   88 PRIOR-MATCHED         VALUE "Y".
009820*The matched entry's net, captured inside the search loop -
009830*after PERFORM VARYING ends the index is already one past the
009840*match.
009850 01 WS-PRIOR-NET      PIC S9(7)V99 VALUE 0.
009900
010000 01 WS-DIFFERENCE     PIC S9(7)V99 VALUE 0.
010100 01 WS-PCT-CHANGE     PIC 9(5)V99 VALUE 0.
028900           UNTIL PRIOR-IDX > WS-PRIOR-COUNT OR PRIOR-MATCHED
029000         IF WS-PR-EMPLOYEE-ID(PRIOR-IDX) = AR-EMPLOYEE-ID
029100           SET PRIOR-MATCHED TO TRUE
029200           PERFORM ADD-TO-PRIOR-PAYMENT
029600         END-IF
029700       END-PERFORM
029800       IF NOT PRIOR-MATCHED
030400               WS-PR-BATCH-ID(WS-PRIOR-COUNT)
030500           MOVE AR-SALARY-OUT TO
030600               WS-PR-NET-PAY(WS-PRIOR-COUNT)
030633           MOVE SPACES TO WS-PR-PREV-BATCH-ID(WS-PRIOR-COUNT)
030666           MOVE 0 TO WS-PR-PREV-NET-PAY(WS-PRIOR-COUNT)
030700         ELSE
030800*A half-loaded history would flag real payments as first-time -
030900*the run stops instead.
031300       END-IF
031400     END-IF.
031500
031501*The log and its archive are not in batch order, so an entry
031504*may belong to the latest batch, to a later one that pushes the
031507*latest back to previous, or to the previous batch or one after
031510*it. Anything older is of no further interest.
031513 ADD-TO-PRIOR-PAYMENT.
031516     IF AR-BATCH-ID = WS-PR-BATCH-ID(PRIOR-IDX)
031519       ADD AR-SALARY-OUT TO WS-PR-NET-PAY(PRIOR-IDX)
031522     ELSE
031525     IF AR-BATCH-ID > WS-PR-BATCH-ID(PRIOR-IDX)
031528       MOVE WS-PR-BATCH-ID(PRIOR-IDX) TO
031531           WS-PR-PREV-BATCH-ID(PRIOR-IDX)
031534       MOVE WS-PR-NET-PAY(PRIOR-IDX) TO
031537           WS-PR-PREV-NET-PAY(PRIOR-IDX)
031540       MOVE AR-BATCH-ID TO WS-PR-BATCH-ID(PRIOR-IDX)
031543       MOVE AR-SALARY-OUT TO WS-PR-NET-PAY(PRIOR-IDX)
031546     ELSE
031549     IF AR-BATCH-ID = WS-PR-PREV-BATCH-ID(PRIOR-IDX)
031552       ADD AR-SALARY-OUT TO WS-PR-PREV-NET-PAY(PRIOR-IDX)
031555     ELSE
031558     IF AR-BATCH-ID > WS-PR-PREV-BATCH-ID(PRIOR-IDX)
031561       MOVE AR-BATCH-ID TO WS-PR-PREV-BATCH-ID(PRIOR-IDX)
031564       MOVE AR-SALARY-OUT TO WS-PR-PREV-NET-PAY(PRIOR-IDX)
031567     END-IF
031570     END-IF
031573     END-IF
031576     END-IF.
031579
031582*A latest batch that nets to nothing was voided - the payment
031585*before it is the one to compare against, if there is one.
031600 CHECK-ONE-PAYMENT.
031700     ADD 1 TO WS-CHECKED-COUNT.
031800     MOVE "N" TO WS-PRIOR-MATCH-SW.
032100       IF WS-PR-EMPLOYEE-ID(PRIOR-IDX) = PS-EMPLOYEE-ID
032200         SET PRIOR-MATCHED TO TRUE
032250         MOVE WS-PR-NET-PAY(PRIOR-IDX) TO WS-PRIOR-NET
032262         IF WS-PRIOR-NET = 0
032274           MOVE WS-PR-PREV-NET-PAY(PRIOR-IDX) TO WS-PRIOR-NET
032286         END-IF
032300       END-IF
032400     END-PERFORM.
032425     IF WS-PRIOR-NET = 0
032450       MOVE "N" TO WS-PRIOR-MATCH-SW
032475     END-IF.
032500     IF NOT PRIOR-MATCHED
032600       MOVE 0 TO WS-FL-PRIOR
032700       MOVE "first-time payee" TO WS-FL-NOTE
