           05 ARC-Country PIC X(30).
           05 ARC-Last-Modified PIC 9(08).
           05 ARC-Key-Date PIC 9(08).
           05 ARC-Owner PIC X(08).
           05 ARC-Post-Returned PIC X(01).
           05 ARC-Post-Return-Date PIC 9(08).
           05 ARC-Post-Return-Reason PIC X(02).
           05 ARC-Post-Return-Count PIC 9(03).
           05 ARC-Email-Bounced PIC X(01).
           05 ARC-Email-Bounce-Date PIC 9(08).
           05 ARC-Email-Bounce-Reason PIC X(02).
           05 ARC-Email-Bounce-Count PIC 9(03).
