000010****************************************************************
000020* OVRREC.CPY                                                   *
000030* NON-BUSINESS DATE OVERRIDE CARD. A DAILY PROGRAM ASKED TO    *
000040* RUN FOR A DATE THE SHOP CALENDAR DOES NOT MARK AS A BUSINESS *
000050* DAY STOPS WITH A WARNING UNLESS A CARD ON THIS DECK NAMES    *
000060* THAT DATE AND THAT PROGRAM (OVR-PROGRAM-ID AS IT APPEARS ON  *
000070* THE RUN-STATUS FILE) AND CARRIES THE ID OF THE SUPERVISOR    *
000080* WHO AUTHORIZED THE RUN. A CARD FOR ANY OTHER DATE IS IGNORED *
000090* SO ONE LEFT IN THE DECK CANNOT OPEN A LATER HOLIDAY.         *
000100****************************************************************
000110 01  OVR-RECORD.
000120     05  OVR-RUN-DATE            PIC 9(08).
000130     05  OVR-PROGRAM-ID          PIC X(08).
000140     05  OVR-AUTHORIZED-BY       PIC X(08).
000150     05  OVR-REASON              PIC X(40).
000160     05  FILLER                  PIC X(16).
