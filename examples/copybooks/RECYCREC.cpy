      *            AND A RECYCLE-MODE RUN (APP_RECYCLE=Y) PICKS UP     *
      *            REPAIRED ROWS AHEAD OF THE NORMAL INPUT FEED AND    *
      *            MARKS THEM DONE (STATUS D) SO THEY CANNOT POST      *
      *            TWICE.  A REPAIRED ROW THAT FALLS UNDER THE HOLD    *
      *            LIMITS MOVES TO THE HOLD QUEUE (STATUS H).          *
      *            RCY-DISP-RUN-ID IS THE RUN THAT MARKED THE ROW D,   *
      *            R, OR H, SO BATCH-ROLLBACK CAN RETURN THAT RUN'S    *
      *            POSTED ROWS TO REPAIRED.                            *
      *****************************************************************
       01  RECYCLE-REC.
           02  RCY-STATUS        PIC X(01).
               88  RCY-AWAITING-REPAIR   VALUE "R".
               88  RCY-REPAIRED          VALUE "F".
               88  RCY-DONE              VALUE "D".
               88  RCY-HELD              VALUE "H".
           02                    PIC X(01).
           02  RCY-RUN-ID        PIC X(12).
           02                    PIC X(01).
           02  RCY-AMOUNT        PIC X(09).
           02                    PIC X(01).
           02  RCY-REASON        PIC X(40).
           02                    PIC X(01).
           02  RCY-DISP-RUN-ID   PIC X(12).
