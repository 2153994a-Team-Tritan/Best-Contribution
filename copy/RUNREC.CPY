000080* FILE IS ALREADY OPEN; A START WITH NO MATCHING END MEANS     *
000090* THE RUN DIED WITHOUT REACHING ITS TERMINATION. READ BY THE   *
000100* STATBRD DAILY OPERATIONS STATUS BOARD.                       *
000102* THE UNPOSTED COUNT AND AMOUNT ARE CARRIED ONLY ON THE GLACK  *
000104* END RECORD - THE GL EXTRACT LINES FINANCE HAS NOT POSTED -   *
000106* AND ARE SPACES ON EVERY OTHER RECORD, AND ON A GLACK END     *
000107* RECORD WRITTEN BY THE ABEND PATH.                            *
000110****************************************************************
000120 01  RUN-RECORD.
000130     05  RUN-PROGRAM-ID          PIC X(08).
000200     05  RUN-TIME                PIC 9(08).
000210     05  RUN-RECORDS-PROCESSED   PIC 9(08).
000220     05  RUN-RETURN-CODE         PIC 9(02).
000221     05  RUN-UNPOSTED-FIGURES.
000222         10  RUN-UNPOSTED-COUNT  PIC 9(08).
000224         10  RUN-UNPOSTED-AMOUNT PIC 9(12).
000230     05  FILLER                  PIC X(15).
