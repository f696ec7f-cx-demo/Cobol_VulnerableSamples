      *                STUDENT RECORD - GRADPOST (GPA), ACADSTND
      *                (STANDING), STUDLOAD (ADMITS), GRADCLR
      *                (GRADUATION), STUDREST (RESTORES), STUDMERG
      *                (MERGES), STUDARCH (ARCHIVES) - EACH
      *                APPENDS ONE RECORD PER CHANGED FIELD TO THE
      *                STUCHGLG DATASET.  THE STUDINQ UPDATE SCREEN
      *                WRITES THE SAME LAYOUT THROUGH THE 'SCHG'
      *                EXTRAPARTITION TD QUEUE, WHICH IS BACKED BY
      *                STUCHGLG THE WAY CGAU BACKS CGAUDIT.
      *                STUCHGRP PRINTS THE DAILY CHANGE REPORT.
      *                STUDFWD REPLAYS IT OVER A STUDBKP RELOAD FOR
      *                FORWARD RECOVERY OF THE MASTER.
      *  CONVENTION -  AS WITH EXCREC, THE PARAGRAPH BODY IS COPIED
      *                INTO EACH PROGRAM - THE CONTRACT IS THE RECORD
      *                LAYOUT.  THE OPERATOR IS THE SIGNED-ON ID
