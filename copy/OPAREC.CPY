000010****************************************************************
000020* OPAREC.CPY                                                   *
000030* OPERATOR ACTIVITY RECORD - APPENDED TO THE SHARED OPERATOR   *
000040* ACTIVITY LOG BY EVERY PROGRAM THAT CHECKS AN OPERATOR        *
000050* AGAINST THE AUTHORIZATION FILE, ONE PER OPERATOR ACTION,     *
000060* ACCEPTED OR REJECTED. OPA-ROLE-CODE NAMES THE ROLE THE       *
000070* ACTION CALLED FOR: "K" ADJUSTMENT KEYED, "A" ADJUSTMENT      *
000080* APPROVED, "D" EXCEPTION DISPOSITIONED, "I" ITEM MASTER       *
000090* MAINTAINED, "G" GL MAPPING MAINTAINED, "M" AUTHORIZATION     *
000100* FILE MAINTAINED. OPA-ITEM-CODE IS THE ITEM ACTED ON, OR THE  *
000110* OPERATOR ID MAINTAINED FOR AN "M" ACTION. READ BY THE        *
000120* ACCREV ACCESS REVIEW REPORT.                                 *
000130****************************************************************
000140 01  OPA-RECORD.
000150     05  OPA-OPERATOR-ID         PIC X(08).
000160     05  OPA-ACTIVITY-DATE       PIC 9(08).
000170     05  OPA-ACTIVITY-TIME       PIC 9(08).
000180     05  OPA-PROGRAM-ID          PIC X(08).
000190     05  OPA-ROLE-CODE           PIC X(01).
000200         88  OPA-ADJ-KEYED                  VALUE "K".
000210         88  OPA-ADJ-APPROVED               VALUE "A".
000220         88  OPA-EXC-DISPOSITIONED          VALUE "D".
000230         88  OPA-ITEM-MAINTAINED            VALUE "I".
000240         88  OPA-GLMAP-MAINTAINED           VALUE "G".
000250         88  OPA-AUTH-MAINTAINED            VALUE "M".
000260     05  OPA-RESULT-CODE         PIC X(01).
000270         88  OPA-ACCEPTED                   VALUE "A".
000280         88  OPA-REJECTED                   VALUE "R".
000290     05  OPA-ACTION-CODE         PIC X(01).
000300     05  OPA-ITEM-CODE           PIC X(10).
000310     05  OPA-REASON              PIC X(35).
