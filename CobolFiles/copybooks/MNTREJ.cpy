000120*      DATE       INIT  DESCRIPTION
000130*      ---------- ----  --------------------------------------
000140*      2026-09-02  GM   ORIGINAL LAYOUT.
000141*      2026-10-15  GM   ADDED M010: REACTIVATE REQUESTED FOR AN
000142*                       ACCOUNT THAT IS NOT DORMANT.
000143*      2026-10-15  GM   ADDED M011-M015 FOR "AP" APPROVALS OF
000144*                       PENDING REQUESTS.
000150*****************************************************************
000160 01  MNT-REJ-REC.
000170     05  MREJ-MNT-DATA               PIC X(51).
000250         88  MREJ-DUPLICATE-ACCOUNT      VALUE "M007".
000260         88  MREJ-NOT-OPEN               VALUE "M008".
000270         88  MREJ-NOT-CLOSED             VALUE "M009".
000275         88  MREJ-NOT-DORMANT            VALUE "M010".
000276         88  MREJ-BAD-PEND-ID            VALUE "M011".
000277         88  MREJ-PEND-NOT-FOUND         VALUE "M012".
000278         88  MREJ-PEND-APPROVED          VALUE "M013".
000279         88  MREJ-PEND-EXPIRED           VALUE "M014".
000280         88  MREJ-CHECKER-IS-MAKER       VALUE "M015".
000281     05  MREJ-FIELD-NAME             PIC X(15).
