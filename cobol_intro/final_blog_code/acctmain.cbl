                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> OPRBRNCH's verdict - a branch-level operator
                *> stays inside their own branch's accounts,
