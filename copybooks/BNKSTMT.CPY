000010*****************************************************************
000020*    BNKSTMT.CPY                                                *
000030*    BANK STATEMENT RECORD.  THE BANK SENDS ONE STATEMENT PER   *
000040*    DAY FOR THE OPERATING ACCOUNT: A HEADER ('H') WITH THE     *
000050*    OPENING BALANCE, ONE DETAIL ('D') PER ENTRY THE BANK       *
000060*    ACTUALLY MOVED - CREDIT ('C') MONEY IN, DEBIT ('D') MONEY  *
000070*    OUT - AND A TRAILER ('T') WITH THE ENTRY COUNT AND THE     *
000080*    CLOSING BALANCE THE ENTRIES MUST PROVE TO.  THE ENTRY'S    *
000090*    REFERENCE IS WHAT WE GAVE THE BANK: THE LOCKBOX BATCH ID,  *
000100*    THE REFUNDED CUSTOMER, THE RETURNED ITEM'S REFERENCE, OR   *
000110*    THE VENDOR INVOICE PAID.  BNKREC01 RECONCILES IT.          *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  BANK-STATEMENT-REC.
000170     05  BST-RECORD-TYPE          PIC X(01).
000180         88  BST-TYPE-HEADER      VALUE 'H'.
000190         88  BST-TYPE-DETAIL      VALUE 'D'.
000200         88  BST-TYPE-TRAILER     VALUE 'T'.
000210     05  BST-DATA                 PIC X(60).
000220     05  BST-HEADER-DATA REDEFINES BST-DATA.
000230         10  BST-HDR-ACCOUNT      PIC X(10).
000240         10  BST-HDR-STMT-DATE    PIC 9(08).
000250         10  BST-HDR-OPENING-BAL  PIC S9(11)V9(02).
000260         10  FILLER               PIC X(29).
000270     05  BST-DETAIL-DATA REDEFINES BST-DATA.
000280         10  BST-DET-VALUE-DATE   PIC 9(08).
000290         10  BST-DET-DIRECTION    PIC X(01).
000300             88  BST-DET-CREDIT   VALUE 'C'.
000310             88  BST-DET-DEBIT    VALUE 'D'.
000320         10  BST-DET-AMOUNT       PIC 9(09)V9(02).
000330         10  BST-DET-REFERENCE    PIC X(10).
000340         10  BST-DET-BANK-CODE    PIC X(03).
000350         10  FILLER               PIC X(27).
000360     05  BST-TRAILER-DATA REDEFINES BST-DATA.
000370         10  BST-TRL-ENTRY-COUNT  PIC 9(07).
000380         10  BST-TRL-CLOSING-BAL  PIC S9(11)V9(02).
000390         10  FILLER               PIC X(40).
