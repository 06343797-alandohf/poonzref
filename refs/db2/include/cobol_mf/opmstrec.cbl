      ***********************************************************************
      ** Licensed Materials - Property of IBM
      **
      ** Governed under the terms of the International
      ** License Agreement for Non-Warranted Sample Code.
      **
      ** (C) COPYRIGHT International Business Machines Corp. 1995 - 2002
      ** All Rights Reserved.
      **
      ** US Government Users Restricted Rights - Use, duplication or
      ** disclosure restricted by GSA ADP Schedule Contract with IBM Corp.
      ***********************************************************************
      **
      ** SOURCE FILE NAME: opmstrec.cbl
      **
      ** DESCRIPTION: Record layout of opermst.dat, the indexed
      **              operator master -- keyed by the operator id
      **              (the USER id opslog, operauth.ctl, shiftdef.ctl
      **              and oncall.ros all carry), with the person's
      **              full name, team, manager's id, phone, shift
      **              (D/E/N), and the active flag or the date they
      **              left.  Maintained by opermnt; reconciled
      **              against everything that names an operator by
      **              operrcn.
      ***********************************************************************
       01  OPMST-REC.
           05  OM-OPERATOR      PIC X(8).
           05  OM-FULL-NAME     PIC X(30).
           05  OM-TEAM          PIC X(10).
           05  OM-MANAGER       PIC X(8).
           05  OM-PHONE         PIC X(20).
           05  OM-SHIFT         PIC X(1).
           05  OM-STATUS        PIC X(1).
               88  OM-IS-ACTIVE     VALUE "A".
               88  OM-HAS-LEFT      VALUE "L".
           05  OM-LEFT-DATE     PIC X(8).
