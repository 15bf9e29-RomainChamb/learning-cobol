000500     05  CP-LAST-EMPLOYEE-ID     PIC 9(5).
000600     05  CP-BATCH-ID             PIC X(8).
000700     05  CP-CHECKPOINT-DATE      PIC 9(8).
000800*Run type and off-cycle pay group the batch was started with,
000900*so a restart pays the same employees the first run would have.
001000     05  CP-RUN-TYPE             PIC X(1).
001100     05  CP-OFF-CYCLE-GROUP      PIC X(2).
