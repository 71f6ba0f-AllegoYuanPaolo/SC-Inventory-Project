      $set sourceformat"free"
       identification division.
       program-id. burstWriter.

       environment division.
           input-output section.
               file-control.
                   copy "DeptDistrib".

                   *> One department's segment at a time; a line for a
                   *> different department closes it and reopens the
                   *> other's, so callers need not sort by department.
                   select SegmentFile
                       assign to segmentFileName
                       organization is line sequential
                       file status is SegStat.

       data division.
           file section.
               copy "DeptDistrib-rec".

               FD SegmentFile.
               01 segmentLine pic x(132).

           working-storage section.
           *> Held across calls: the segment file stays open between
           *> lines for the same department.
           01 SegStat pic xx.
           01 DdStat pic xx.
           01 segmentFileName pic x(48).
           01 runType pic x(12).
           01 runParam pic x(30).
           01 runStamp pic x(14).

           *> Heading lines every segment starts with.
           01 HeadMax pic 9 value 5.
           01 headCount pic 9 value 0.
           01 headTable.
               02 headLine pic x(132) occurs 5 times.
           01 headI pic 9.

           *> Departments met this run and where their segment is.
           01 SegMax pic 9(2) value 60.
           01 segCount pic 9(2) value 0.
           01 segTable.
               02 segEntry occurs 60 times.
                   03 sgDept pic x(32).
                   03 sgFile pic x(48).
                   *> Y = the department receives this report, N =
                   *> not on its distribution list, no segment.
                   03 sgReceives pic x(1).
                   03 sgLines pic 9(6).
           01 segI pic 9(2).
           01 curSeg pic 9(2) value 0.
           01 dispSeg pic 99.
           01 spooledCount pic 9(2).
           01 skippedCount pic 9(2).

           linkage section.
           *> S starts a run (bwLine = the report title), H adds a
           *> heading line, W writes bwLine to bwDept's segment, F
           *> closes the run and spools every segment written.
           01 bwAction pic x(1).
           *> The report's spool type; also the distribution-list
           *> report type (DeptDistrib.dat).
           01 bwType pic x(12).
           *> Shown against each segment in the catalog (period...).
           01 bwParam pic x(30).
           01 bwDept pic x(32).
           01 bwLine pic x(132).

       procedure division using bwAction bwType bwParam bwDept bwLine.

           evaluate bwAction
               when "S"
                   perform startRun
               when "H"
                   if headCount < HeadMax
                       add 1 to headCount
                       move bwLine to headLine(headCount)
                   end-if
               when "W"
                   perform writeLine
               when "F"
                   perform finishRun
           end-evaluate

       goback.

       startRun.
           if curSeg > 0
               close SegmentFile
           end-if
           move 0 to curSeg
           move 0 to segCount
           move bwType to runType
           move bwParam to runParam
           move function current-date(1:14) to runStamp
           move 1 to headCount
           move bwLine to headLine(1).

       writeLine.
           if bwDept = spaces or runType = spaces
               exit paragraph
           end-if
           perform findSegment
           if segI = 0
               exit paragraph
           end-if
           if sgReceives(segI) not = "Y"
               exit paragraph
           end-if
           if curSeg not = segI
               if curSeg > 0
                   close SegmentFile
               end-if
               move sgFile(segI) to segmentFileName
               if sgLines(segI) = 0
                   open output SegmentFile
                   call "openFileCheck" using SegStat
                   perform writeSegmentHeading
               else
                   open extend SegmentFile
                   call "openFileCheck" using SegStat
               end-if
               move segI to curSeg
           end-if
           write segmentLine from bwLine
           add 1 to sgLines(segI).

       *> A department met for the first time is looked up on the
       *> distribution list once; its segment file is named for the
       *> run's start and its place in the table, so no run ever
       *> writes over a segment another department was given.
       findSegment.
           perform varying segI from 1 by 1 until segI > segCount
               if sgDept(segI) = bwDept
                   exit paragraph
               end-if
           end-perform
           if segCount >= SegMax
               move 0 to segI
               exit paragraph
           end-if
           add 1 to segCount
           move segCount to segI
           move bwDept to sgDept(segI)
           move 0 to sgLines(segI)
           move "N" to sgReceives(segI)
           open input DeptDistrib
           if DdStat = "00"
               move bwDept to dd-dept
               move runType to dd-reportType
               read DeptDistrib key is ddKey
                   invalid key
                       continue
                   not invalid key
                       move "Y" to sgReceives(segI)
               end-read
               close DeptDistrib
           end-if
           move segI to dispSeg
           move spaces to sgFile(segI)
           string "data\" delimited by size
                  runType delimited by space
                  "_" delimited by size
                  runStamp delimited by size
                  "_" delimited by size
                  dispSeg delimited by size
                  ".txt" delimited by size
                  into sgFile(segI)
           end-string.

       writeSegmentHeading.
           perform varying headI from 1 by 1 until headI > headCount
               write segmentLine from headLine(headI)
           end-perform
           move spaces to segmentLine
           string "Department: " bwDept
               delimited by size into segmentLine
           end-string
           write segmentLine
           move all "-" to segmentLine
           write segmentLine.

       finishRun.
           if curSeg > 0
               close SegmentFile
           end-if
           move 0 to curSeg
           move 0 to spooledCount
           move 0 to skippedCount
           perform varying segI from 1 by 1 until segI > segCount
               if sgReceives(segI) = "Y"
                   if sgLines(segI) > 0
                       call "registerSpool" using runType sgFile(segI)
                           runParam sgDept(segI)
                       add 1 to spooledCount
                   end-if
               else
                   add 1 to skippedCount
               end-if
           end-perform
           display "Department segments spooled: " spooledCount
           if skippedCount > 0
               display "Departments not on the " function trim(runType)
                       " distribution list: " skippedCount
           end-if
           move 0 to segCount
           move spaces to runType.
