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
      ** SOURCE FILE NAME: deptrec.cbl
      **
      ** DESCRIPTION: Record layout of deptmst.dat, the indexed
      **              department master -- keyed by the DEPT= code
      **              setact and sessinit stamp on the accounting
      **              string, with the department's name, cost
      **              centre, budget owner, and the dates the code
      **              is valid from and to (yyyymmdd; a blank valid-
      **              to is open-ended).  Maintained by deptmnt;
      **              checked by setact and sessinit; acct.log
      **              reconciled against it by deptrcn.
      ***********************************************************************
       01  DEPTMST-REC.
           05  DP-CODE          PIC X(10).
           05  DP-NAME          PIC X(30).
           05  DP-COSTCTR       PIC X(10).
           05  DP-OWNER         PIC X(20).
           05  DP-VALID-FROM    PIC X(8).
           05  DP-VALID-TO      PIC X(8).
               88  DP-OPEN-ENDED    VALUE SPACES.
