000010*****************************************************************
000020*  SOCTL.CPY
000030*
000040*  ONE-RECORD CONTROL FILE (SOCTL) FOR THE STANDING-ORDER
000050*  SCHEDULER.  CARRIES THE BUSINESS DATE TO GENERATE FOR AND THE
000060*  BUSINESS DATE OF THE PREVIOUS SCHEDULER RUN.  EVERY PAYMENT
000070*  FALLING DUE AFTER THE PREVIOUS RUN, UP TO AND INCLUDING THE
000080*  BUSINESS DATE, IS GENERATED, SO A WEEKEND OR HOLIDAY WITH NO
000090*  RUN LOSES NOTHING.  SCT-PREV-RUN-DATE SPACES MEANS THE DAY
000100*  BEFORE THE BUSINESS DATE.  RERUNNING WITH THE SAME CONTROL
000110*  RECORD GENERATES THE SAME FILE.
000120*
000130*  MODIFICATION HISTORY
000140*      DATE       INIT  DESCRIPTION
000150*      ---------- ----  --------------------------------------
000160*      2026-10-15  GM   ORIGINAL LAYOUT.
000170*****************************************************************
000180 01  SO-CTL-REC.
000190     05  SCT-BUSINESS-DATE           PIC X(08).
000200     05  SCT-PREV-RUN-DATE           PIC X(08).
000210     05  FILLER                      PIC X(10).
