000400* Host-variable copy of the BNKPTXN pending-transfer table      *
000500* declared in CBANKSPT.CPY - one DCL- item per column, same     *
000600* order.  PTX_STATUS: 'P' = pending, 'D' = posted/done.         *
      * 'H' = held by an account-takeover alert - the poster leaves   *
      * it until DATO01P releases or cancels it.                      *
000700*****************************************************************
000800 01  DCLPTXN.
000900     03  DCL-PTX-PID                      PIC X(5).
001500         88  DCL-PTX-PENDING              VALUE 'P'.
001600         88  DCL-PTX-POSTED               VALUE 'D'.
001610         88  DCL-PTX-CANCELLED            VALUE 'X'.
               88  DCL-PTX-HELD                 VALUE 'H'.
001700     03  DCL-PTX-CREATED-TS               PIC X(26).
001710     03  DCL-PTX-TO-AMOUNT                PIC S9(7)V99 COMP-3.
      *    The FROM-to-TO cross rate guaranteed to the customer when
