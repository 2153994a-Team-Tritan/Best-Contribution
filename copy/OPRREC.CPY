000010****************************************************************
000020* OPRREC.CPY                                                   *
000030* AUTHORIZED OPERATOR RECORD - ONE PER OPERATOR ID, KEYED BY   *
000040* OPERATOR ID, MAINTAINED BY THE OPRMNT BATCH PROGRAM. AN ID   *
000050* IS NEVER DELETED; A DEPARTED OPERATOR IS REVOKED SO THE ID   *
000060* STAYS ON FILE FOR THE ACCESS REVIEW. EACH ROLE BYTE IS "Y"   *
000070* WHEN THE OPERATOR HOLDS THE ROLE. ADJEDIT CHECKS THE KEYER   *
000080* AND APPROVER OF AN ADJUSTMENT, EXCPROC THE OPERATOR ON A     *
000090* DISPOSITION, AND ITEMMNT AND GLMNT THE OPERATOR ON EACH      *
000100* MAINTENANCE TRANSACTION; A REVOKED ID OR AN ID WITHOUT THE   *
000110* ROLE IS REJECTED.                                            *
000120****************************************************************
000130 01  OPR-RECORD.
000140     05  OPR-KEY.
000150         10  OPR-OPERATOR-ID     PIC X(08).
000160     05  OPR-NAME                PIC X(30).
000170     05  OPR-STATUS-CODE         PIC X(01).
000180         88  OPR-ACTIVE                     VALUE "A".
000190         88  OPR-REVOKED                    VALUE "R".
000200     05  OPR-ROLES.
000210         10  OPR-ROLE-ADJ-KEYER  PIC X(01).
000220             88  OPR-ADJ-KEYER              VALUE "Y".
000230         10  OPR-ROLE-ADJ-APPROVER PIC X(01).
000240             88  OPR-ADJ-APPROVER           VALUE "Y".
000250         10  OPR-ROLE-EXC-DISP   PIC X(01).
000260             88  OPR-EXC-DISPOSITIONER      VALUE "Y".
000270         10  OPR-ROLE-ITEM-MAINT PIC X(01).
000280             88  OPR-ITEM-MAINTAINER        VALUE "Y".
000290         10  OPR-ROLE-GLMAP-MAINT PIC X(01).
000300             88  OPR-GLMAP-MAINTAINER       VALUE "Y".
000310     05  OPR-ROLE-TABLE REDEFINES OPR-ROLES.
000320         10  OPR-ROLE-FLAG       PIC X(01) OCCURS 5 TIMES.
000330     05  OPR-ADDED-DATE          PIC 9(08).
000340     05  OPR-STATUS-DATE         PIC 9(08).
000350     05  OPR-CHANGED-DATE        PIC 9(08).
000360     05  OPR-CHANGED-BY          PIC X(08).
000370     05  FILLER                  PIC X(04).
