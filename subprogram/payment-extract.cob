016400         MOVE PS-NET-PAY TO WS-CL-NET-PAY
016500         WRITE CHEQUE-LIST-LINE FROM WS-CHEQUE-LINE
016550         END-WRITE
016560         MOVE "C" TO PS-PAID-BY
016600       NOT INVALID KEY
016700         ADD 1 TO WS-ITEM-COUNT
016800         MOVE PS-EMPLOYEE-ID TO WS-PD-EMPLOYEE-ID
017900         ADD PS-NET-PAY TO WS-HASH-TOTAL
018000           ON SIZE ERROR SET HASH-OVERFLOW TO TRUE
018100         END-ADD
018150         MOVE "D" TO PS-PAID-BY
018200     END-READ.
018300     MOVE "Y" TO PS-EXTRACTED.
018400     REWRITE PAYSTUB-RECORD.
