002600*              Each table's insert-then-delete pair runs in     *
002700*              the one unit of work, so a failure moves         *
002800*              nothing.  Row counts moved are reported per      *
002900*              table so growth can be tracked.  Rows move whole *
002910*              - hash-chain link columns included - so DHASH02P *
002920*              walks each chain across live and history alike.  *
003000*              SQL version - standalone batch step, connects    *
003100*              and disconnects itself.                          *
003200*****************************************************************
