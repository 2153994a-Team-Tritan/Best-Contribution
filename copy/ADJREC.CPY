000080* ADJEDIT FRONT END BEFORE CARRYFWD SEES IT; AN ADJUSTMENT     *
000090* ABOVE THE PARAMETER-RECORD TOLERANCE MUST CARRY A SECOND     *
000100* APPROVER IN ADJ-APPROVER-ID TO PASS THE EDIT.                *
000102* ADJ-SOURCE-CODE "C" MARKS AN ADJUSTMENT GENERATED BY THE     *
000104* CNTRECON PHYSICAL COUNT RECONCILIATION; SPACE IS A MANUAL    *
000106* RECEIPT OR CORRECTION.                                       *
000107* ADJ-KEYER-ID IS THE OPERATOR WHO KEYED THE ADJUSTMENT (THE   *
000108* COUNTER FOR A COUNT ADJUSTMENT); AN OVER-TOLERANCE           *
000109* ADJUSTMENT MUST BE APPROVED BY SOMEONE ELSE.                 *
000110****************************************************************
000120 01  ADJ-RECORD.
000130     05  ADJ-ITEM-CODE           PIC X(10).
000170     05  ADJ-QTY                 PIC 9(07).
000180     05  ADJ-REASON              PIC X(30).
000190     05  ADJ-APPROVER-ID         PIC X(08).
000192     05  ADJ-SOURCE-CODE         PIC X(01).
000194         88  ADJ-FROM-COUNT                 VALUE "C".
000196     05  ADJ-KEYER-ID            PIC X(08).
000200     05  FILLER                  PIC X(15).
