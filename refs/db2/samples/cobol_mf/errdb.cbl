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
      ** SOURCE FILE NAME: errdb.cbl
      **
      ** SAMPLE: Holds the database the caller's current work is
      **         against, for checkerr.  checkerr's three arguments
      **         are fixed by every program that calls it, so a
      **         program checking a database-level API says which
      **         database with function "S" just before it calls
      **         checkerr.  checkerr takes the name with "T" on every
      **         call -- which also clears it, so the next check is
      **         not charged to the same database -- and writes it on
      **         any incident it opens as the DATABASE note probmgt
      **         and dbcard group on.  Nothing set means instance-
      **         level work, and no DATABASE note is written.
      **
      ** OUTPUT FILE: errdb.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "errdb".

       Data Division.
       Working-Storage Section.

       77 current-dbname       pic x(8) value spaces.

       Linkage Section.
       01  lk-function         pic x(1).
       01  lk-dbname           pic x(8).

       Procedure Division using lk-function, lk-dbname.
       errdb-pgm section.

           evaluate lk-function
              when "S" move lk-dbname to current-dbname
              when "T" move current-dbname to lk-dbname
                       move spaces to current-dbname
           end-evaluate.

       end-errdb. exit program.
