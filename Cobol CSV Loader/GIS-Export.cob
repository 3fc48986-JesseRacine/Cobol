      * Exports the mappable crashes in Crash-Data.dat as map layers
      * for the city GIS team - a GeoJSON file, CRASH-POINTS.GEOJSON,
      * and a KML file, CRASH-POINTS.KML, of the same points - so
      * nobody has to hand-convert Crash-Extract's CSV again.
      * Each crash is placed from Lat/Long, or from Lat2/Long2 when
      * the primary pair will not parse, with exactly the validation
      * Hotspot-Grid applies (sign, digits, one point, six decimals,
      * inside the world, not 0,0). Each point carries the CrashID,
      * crash date and time, LocCode, the fatal and injury flags,
      * the Severity-Rank score, SrcAgency and CoordSrc ("D" when
      * Coord-Backfill derived the coordinates), plus the WorkArea
      * and GeoLoc text on a FULL export.
      * GIS-EXPORT-PARMS.DAT takes Crash-Extract's cards, with the
      * same meanings - a card left out does not filter:
      *   YEAR-FROM=  YEAR-TO=  MONTH-FROM=  MONTH-TO=
      *   ZONE=  TRACT=  FATAL-ONLY=Y  INJURY-ONLY=Y  FISCAL-YEAR=Y
      * and PROFILE=PUBLIC or PROFILE=FULL (the default), Crash-
      * Docket's redaction profiles. A PUBLIC export rounds every
      * coordinate to three decimals - the block, not the house -
      * and leaves out WorkArea and GeoLoc, as a PUBLIC docket page
      * does; the profile is written into both files.
      * Both files end with a trailer summary: crashes read, those
      * the cards selected, those exported, those placed from
      * Lat2/Long2, and those left out because neither pair of
      * coordinates was usable. Return code 4 when any selected
      * crash was left out for its coordinates.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIS-Export.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CrashDataFile ASSIGN TO "Crash-Data.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS CrashID
       ALTERNATE RECORD KEY IS TYear WITH DUPLICATES
       ALTERNATE RECORD KEY IS Zone WITH DUPLICATES
       ALTERNATE RECORD KEY IS LocCode WITH DUPLICATES
       FILE STATUS IS WS-Dat-Status.
       SELECT ParmFile ASSIGN TO "GIS-EXPORT-PARMS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Parm-Status.
       SELECT GeoJsonFile ASSIGN TO "CRASH-POINTS.GEOJSON"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Json-Status.
       SELECT KmlFile ASSIGN TO "CRASH-POINTS.KML"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Kml-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD ParmFile.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.

       FD GeoJsonFile.
       01 GeoJsonRec PIC X(1000).

       FD KmlFile.
       01 KmlRec PIC X(1200).

       WORKING-STORAGE SECTION.
       01 WS-Dat-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Json-Status PIC X(2).
       01 WS-Kml-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfDataFile VALUE "Y".
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Match-Count PIC 9(7) VALUE ZERO.
       01 WS-Export-Count PIC 9(7) VALUE ZERO.
       01 WS-Fallback-Count PIC 9(7) VALUE ZERO.
       01 WS-Bad-Coord-Count PIC 9(7) VALUE ZERO.
       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(20).
       01 WS-Year-From PIC 9(4) VALUE ZERO.
       01 WS-Year-To PIC 9(4) VALUE ZERO.
       01 WS-Month-From PIC 99 VALUE ZERO.
       01 WS-Month-To PIC 99 VALUE ZERO.
       01 WS-Zone-Filter PIC X(4) VALUE SPACE.
       01 WS-Tract-Filter PIC X(4) VALUE SPACE.
       01 WS-Fatal-Only PIC X(1) VALUE "N".
           88 Fatal-Only VALUE "Y" "y".
       01 WS-Injury-Only PIC X(1) VALUE "N".
           88 Injury-Only VALUE "Y" "y".
       01 WS-Fiscal-Mode PIC X(1) VALUE "N".
           88 Fiscal-Year-Mode VALUE "Y" "y".
       01 WS-Profile PIC X(6) VALUE "FULL".
           88 Public-Profile VALUE "PUBLIC".
       01 WS-Filt-Year PIC 9(4).
       01 WS-Filt-Month PIC 99.
       01 WS-Rec-Matches PIC X(1).
           88 Rec-Matches VALUE "Y".
           88 Rec-Rejected VALUE "N".

       01 WS-Crash-Score PIC 9(5) COMP.
       01 WS-Pass-Count PIC 9(3).
       01 WS-Ped-Count PIC 9(1).

       01 WS-Coord-Text PIC X(12).
       01 WS-Coord-Num PIC S9(4)V9(6) COMP-3.
       01 WS-Coord-Valid PIC X(1).
           88 Coord-Is-Valid VALUE "Y".
       01 WS-Coord-Pair PIC X(1).
           88 Secondary-Pair-Used VALUE "2".
       01 WS-Parse-Idx PIC 9(3) COMP.
       01 WS-Parse-Char PIC X(1).
       01 WS-Parse-Sign PIC S9 COMP.
       01 WS-Parse-Int PIC 9(4) COMP.
       01 WS-Parse-Frac PIC 9(6) COMP.
       01 WS-Parse-FracDigits PIC 9(3) COMP.
       01 WS-Parse-Digits PIC 9(3) COMP.
       01 WS-Parse-State PIC X(1).
           88 Before-Decimal VALUE "I".
           88 After-Decimal VALUE "F".
       01 WS-Frac-Scale PIC 9(7) COMP.
       01 WS-Lat-Num PIC S9(4)V9(6) COMP-3.
       01 WS-Long-Num PIC S9(4)V9(6) COMP-3.
       01 WS-Round-Num PIC S9(4)V9(3) COMP-3.
       01 WS-Full-Edit PIC ---9.999999.
       01 WS-Public-Edit PIC ---9.999.
       01 WS-Lat-Text PIC X(12).
       01 WS-Long-Text PIC X(12).

      * Field values reduced to text for either file.
       01 WS-Date-Text.
           02 WS-DT-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-DT-Month PIC 99.
           02 FILLER PIC X(1) VALUE "-".
           02 WS-DT-Day PIC 99.
       01 WS-Time-Text.
           02 WS-TT-Hour PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 WS-TT-Min PIC 99.
       01 WS-Score-Edit PIC ZZZZ9.
       01 WS-Score-Text PIC X(5).
       01 WS-Fatal-Text PIC X(1).
       01 WS-Injury-Text PIC X(1).

      * The line being built, and the text being added to it.
       01 WS-Out-Line PIC X(1200).
       01 WS-Out-Ptr PIC 9(4) COMP.
       01 WS-Esc-Text PIC X(90).
       01 WS-Esc-Mode PIC X(1).
           88 Escape-For-Json VALUE "J".
           88 Escape-For-Kml VALUE "K".
       01 WS-Esc-Len PIC 9(3) COMP.
       01 WS-Esc-Idx PIC 9(3) COMP.
       01 WS-Esc-Char PIC X(1).
       01 WS-Left-Text PIC X(20).
       01 WS-Left-Work PIC X(20).
       01 WS-Left-Idx PIC 9(3) COMP.
       01 WS-Trailer-Edit PIC Z(6)9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Parameters THRU Load-Parameters-Exit
           OPEN INPUT CrashDataFile
           IF WS-Dat-Status NOT = "00"
               DISPLAY "GIS-Export: unable to open Crash-Data.dat, "
                   "status " WS-Dat-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT GeoJsonFile
           IF WS-Json-Status NOT = "00"
               DISPLAY "GIS-Export: unable to open "
                   "CRASH-POINTS.GEOJSON, status " WS-Json-Status
               CLOSE CrashDataFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT KmlFile
           IF WS-Kml-Status NOT = "00"
               DISPLAY "GIS-Export: unable to open CRASH-POINTS.KML, "
                   "status " WS-Kml-Status
               CLOSE CrashDataFile
               CLOSE GeoJsonFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-File-Headers
           PERFORM UNTIL EndOfDataFile
               READ CrashDataFile NEXT RECORD
                   AT END SET EndOfDataFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Filter-Record
                       IF Rec-Matches
                           ADD 1 TO WS-Match-Count
                           PERFORM Export-One-Crash
                               THRU Export-One-Crash-Exit
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Write-File-Trailers
           CLOSE CrashDataFile
           CLOSE GeoJsonFile
           CLOSE KmlFile
           DISPLAY "GIS-Export: control totals (" WS-Profile
               " profile)"
           DISPLAY "  Records read from Crash-Data.dat : "
               WS-Read-Count
           DISPLAY "  Records selected by the cards    : "
               WS-Match-Count
           DISPLAY "  Points exported                  : "
               WS-Export-Count
           DISPLAY "    placed from Lat2/Long2         : "
               WS-Fallback-Count
           DISPLAY "  Left out - no usable coordinates : "
               WS-Bad-Coord-Count
           IF WS-Bad-Coord-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Reads GIS-EXPORT-PARMS.DAT (if present - a missing file
      * means no filters and the FULL profile) and echoes every
      * parameter actually applied.
       Load-Parameters.
           OPEN INPUT ParmFile
           IF WS-Parm-Status NOT = "00"
               DISPLAY "GIS-Export: no GIS-EXPORT-PARMS.DAT (status "
                   WS-Parm-Status ") - exporting every record, FULL"
               GO TO Load-Parameters-Exit
           END-IF
           PERFORM UNTIL EndOfParmFile
               READ ParmFile
                   AT END SET EndOfParmFile TO TRUE
                   NOT AT END PERFORM Apply-One-Parameter
               END-READ
           END-PERFORM
           CLOSE ParmFile
           DISPLAY "GIS-Export: running with"
           DISPLAY "  YEAR-FROM   = " WS-Year-From
           DISPLAY "  YEAR-TO     = " WS-Year-To
           DISPLAY "  MONTH-FROM  = " WS-Month-From
           DISPLAY "  MONTH-TO    = " WS-Month-To
           DISPLAY "  ZONE        = " WS-Zone-Filter
           DISPLAY "  TRACT       = " WS-Tract-Filter
           DISPLAY "  FATAL-ONLY  = " WS-Fatal-Only
           DISPLAY "  INJURY-ONLY = " WS-Injury-Only
           DISPLAY "  FISCAL-YEAR = " WS-Fiscal-Mode
           DISPLAY "  PROFILE     = " WS-Profile
           DISPLAY "  (zero or blank means the filter is not applied)".
       Load-Parameters-Exit.
           EXIT.

      * One KEYWORD=VALUE line, as Crash-Extract reads them. An
      * unreadable PROFILE card leaves the profile as it was and
      * says so - a layer must never go out less redacted than was
      * asked for without anyone hearing about it.
       Apply-One-Parameter.
           IF ParmRec = SPACE OR ParmRec(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACE TO WS-Parm-Keyword
               MOVE SPACE TO WS-Parm-Value
               UNSTRING ParmRec DELIMITED BY "="
                   INTO WS-Parm-Keyword WS-Parm-Value
               EVALUATE WS-Parm-Keyword
                   WHEN "YEAR-FROM"
                       IF WS-Parm-Value(1:4) IS NUMERIC
                           MOVE WS-Parm-Value(1:4) TO WS-Year-From
                       END-IF
                   WHEN "YEAR-TO"
                       IF WS-Parm-Value(1:4) IS NUMERIC
                           MOVE WS-Parm-Value(1:4) TO WS-Year-To
                       END-IF
                   WHEN "MONTH-FROM"
                       IF WS-Parm-Value(1:2) IS NUMERIC
                           MOVE WS-Parm-Value(1:2) TO WS-Month-From
                       END-IF
                   WHEN "MONTH-TO"
                       IF WS-Parm-Value(1:2) IS NUMERIC
                           MOVE WS-Parm-Value(1:2) TO WS-Month-To
                       END-IF
                   WHEN "ZONE"
                       MOVE WS-Parm-Value(1:4) TO WS-Zone-Filter
                   WHEN "TRACT"
                       MOVE WS-Parm-Value(1:4) TO WS-Tract-Filter
                   WHEN "FATAL-ONLY"
                       MOVE WS-Parm-Value(1:1) TO WS-Fatal-Only
                   WHEN "INJURY-ONLY"
                       MOVE WS-Parm-Value(1:1) TO WS-Injury-Only
                   WHEN "FISCAL-YEAR"
                       MOVE WS-Parm-Value(1:1) TO WS-Fiscal-Mode
                   WHEN "PROFILE"
                       IF WS-Parm-Value(1:6) = "PUBLIC"
                           MOVE "PUBLIC" TO WS-Profile
                       ELSE
                           IF WS-Parm-Value(1:4) = "FULL"
                               MOVE "FULL" TO WS-Profile
                           ELSE
                               DISPLAY "GIS-Export: *** WARNING *** "
                                   "unknown PROFILE card ignored "
                                   "(want FULL or PUBLIC): " ParmRec
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "GIS-Export: *** WARNING *** "
                           "unrecognized parameter ignored: " ParmRec
               END-EVALUATE
           END-IF.

      * Crash-Extract's filter, card for card.
       Filter-Record.
           SET Rec-Matches TO TRUE
           IF Fiscal-Year-Mode AND TMonth >= 7 AND TMonth <= 12
               COMPUTE WS-Filt-Year = TYear + 1
               COMPUTE WS-Filt-Month = TMonth - 6
           ELSE
               IF Fiscal-Year-Mode
                   MOVE TYear TO WS-Filt-Year
                   COMPUTE WS-Filt-Month = TMonth + 6
               ELSE
                   MOVE TYear TO WS-Filt-Year
                   MOVE TMonth TO WS-Filt-Month
               END-IF
           END-IF
           IF WS-Year-From NOT = ZERO AND WS-Filt-Year < WS-Year-From
               SET Rec-Rejected TO TRUE
           END-IF
           IF WS-Year-To NOT = ZERO AND WS-Filt-Year > WS-Year-To
               SET Rec-Rejected TO TRUE
           END-IF
           IF WS-Month-From NOT = ZERO AND
                   WS-Filt-Month < WS-Month-From
               SET Rec-Rejected TO TRUE
           END-IF
           IF WS-Month-To NOT = ZERO AND WS-Filt-Month > WS-Month-To
               SET Rec-Rejected TO TRUE
           END-IF
           IF WS-Zone-Filter NOT = SPACE AND Zone NOT = WS-Zone-Filter
               SET Rec-Rejected TO TRUE
           END-IF
           IF WS-Tract-Filter NOT = SPACE AND
                   Tract NOT = WS-Tract-Filter
               SET Rec-Rejected TO TRUE
           END-IF
           IF Fatal-Only AND FatalityBool NOT = 1
               SET Rec-Rejected TO TRUE
           END-IF
           IF Injury-Only AND InjuryBool NOT = 1
               SET Rec-Rejected TO TRUE
           END-IF.

       Write-File-Headers.
           MOVE SPACE TO GeoJsonRec
           STRING '{"type":"FeatureCollection",'
               '"name":"crash-points","profile":"'
               DELIMITED BY SIZE
               WS-Profile DELIMITED BY SPACE
               '","features":[' DELIMITED BY SIZE
               INTO GeoJsonRec
           WRITE GeoJsonRec
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO KmlRec
           WRITE KmlRec
           MOVE '<kml xmlns="http://www.opengis.net/kml/2.2">'
               TO KmlRec
           WRITE KmlRec
           MOVE "<Document>" TO KmlRec
           WRITE KmlRec
           MOVE SPACE TO KmlRec
           STRING "<name>Crash points (" DELIMITED BY SIZE
               WS-Profile DELIMITED BY SPACE
               ")</name>" DELIMITED BY SIZE
               INTO KmlRec
           WRITE KmlRec.

      * The GeoJSON trailer is a member of the collection itself,
      * so the file stays one valid document; the KML trailer is a
      * comment inside the Document.
       Write-File-Trailers.
           MOVE "]," TO GeoJsonRec
           WRITE GeoJsonRec
           MOVE SPACE TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           STRING '"exportSummary":{"profile":"' DELIMITED BY SIZE
               WS-Profile DELIMITED BY SPACE
               '","read":' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Read-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING ',"selected":' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Match-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING ',"exported":' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Export-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING ',"fromLat2Long2":' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Fallback-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING ',"excludedBadCoordinates":' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Bad-Coord-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING "}}" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Out-Line TO GeoJsonRec
           WRITE GeoJsonRec
           MOVE SPACE TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           STRING "<!-- TRAILER profile=" DELIMITED BY SIZE
               WS-Profile DELIMITED BY SPACE
               " read=" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Read-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING " selected=" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Match-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING " exported=" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Export-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING " from-lat2-long2=" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Fallback-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING " excluded-bad-coordinates=" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Bad-Coord-Count TO WS-Trailer-Edit
           PERFORM Append-Trailer-Count
           STRING " -->" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Out-Line TO KmlRec
           WRITE KmlRec
           MOVE "</Document>" TO KmlRec
           WRITE KmlRec
           MOVE "</kml>" TO KmlRec
           WRITE KmlRec.

       Append-Trailer-Count.
           MOVE WS-Trailer-Edit TO WS-Left-Text
           PERFORM Append-Left-Trimmed.

      * Places the crash, or counts it out when neither coordinate
      * pair is usable, then writes its GeoJSON feature and its KML
      * placemark.
       Export-One-Crash.
           PERFORM Locate-Crash THRU Locate-Crash-Exit
           IF NOT Coord-Is-Valid
               ADD 1 TO WS-Bad-Coord-Count
               GO TO Export-One-Crash-Exit
           END-IF
           PERFORM Score-One-Crash
           PERFORM Format-Point-Values
           PERFORM Write-GeoJson-Feature
           PERFORM Write-Kml-Placemark
           ADD 1 TO WS-Export-Count.
       Export-One-Crash-Exit.
           EXIT.

      * Hotspot-Grid's placement: primary coordinates first, the
      * secondary pair as fallback, and neither when the values that
      * parse are outside the world or sit at 0,0.
       Locate-Crash.
           MOVE "1" TO WS-Coord-Pair
           MOVE Lat TO WS-Coord-Text
           PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
           IF Coord-Is-Valid
               MOVE WS-Coord-Num TO WS-Lat-Num
               MOVE Long TO WS-Coord-Text
               PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
               IF Coord-Is-Valid
                   MOVE WS-Coord-Num TO WS-Long-Num
               END-IF
           END-IF
           IF NOT Coord-Is-Valid
               MOVE Lat2 TO WS-Coord-Text
               PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
               IF Coord-Is-Valid
                   MOVE WS-Coord-Num TO WS-Lat-Num
                   MOVE Long2 TO WS-Coord-Text
                   PERFORM Parse-Coordinate
                       THRU Parse-Coordinate-Exit
                   IF Coord-Is-Valid
                       MOVE WS-Coord-Num TO WS-Long-Num
                       MOVE "2" TO WS-Coord-Pair
                   END-IF
               END-IF
           END-IF
           IF Coord-Is-Valid
               IF WS-Lat-Num < -90 OR WS-Lat-Num > 90
                       OR WS-Long-Num < -180 OR WS-Long-Num > 180
                       OR (WS-Lat-Num = ZERO AND WS-Long-Num = ZERO)
                   MOVE "N" TO WS-Coord-Valid
               END-IF
           END-IF
      * Counted as placed from Lat2/Long2 only once the pair has
      * passed the world check - an excluded crash was not placed.
           IF Coord-Is-Valid AND Secondary-Pair-Used
               ADD 1 TO WS-Fallback-Count
           END-IF.
       Locate-Crash-Exit.
           EXIT.

      * Converts WS-Coord-Text - optional sign, digits, one decimal
      * point, up to six decimals - to WS-Coord-Num, exactly as
      * Hotspot-Grid does. Anything else fails validation rather
      * than producing a quietly wrong number.
       Parse-Coordinate.
           MOVE "N" TO WS-Coord-Valid
           MOVE 1 TO WS-Parse-Sign
           MOVE ZERO TO WS-Parse-Int
           MOVE ZERO TO WS-Parse-Frac
           MOVE ZERO TO WS-Parse-FracDigits
           MOVE ZERO TO WS-Parse-Digits
           SET Before-Decimal TO TRUE
           PERFORM VARYING WS-Parse-Idx FROM 1 BY 1
                   UNTIL WS-Parse-Idx > 12
               MOVE WS-Coord-Text(WS-Parse-Idx:1) TO WS-Parse-Char
               EVALUATE TRUE
                   WHEN WS-Parse-Char = SPACE
                       CONTINUE
                   WHEN WS-Parse-Char = "-" AND WS-Parse-Digits = ZERO
                           AND Before-Decimal
                       MOVE -1 TO WS-Parse-Sign
                   WHEN WS-Parse-Char = "+" AND WS-Parse-Digits = ZERO
                           AND Before-Decimal
                       CONTINUE
                   WHEN WS-Parse-Char = "." AND Before-Decimal
                       SET After-Decimal TO TRUE
                   WHEN WS-Parse-Char >= "0" AND WS-Parse-Char <= "9"
                       ADD 1 TO WS-Parse-Digits
                       IF Before-Decimal
                           IF WS-Parse-Int > 999
                               GO TO Parse-Coordinate-Exit
                           END-IF
                           COMPUTE WS-Parse-Int = WS-Parse-Int * 10
                               + FUNCTION NUMVAL(WS-Parse-Char)
                       ELSE
                           IF WS-Parse-FracDigits < 6
                               COMPUTE WS-Parse-Frac =
                                   WS-Parse-Frac * 10
                                   + FUNCTION NUMVAL(WS-Parse-Char)
                               ADD 1 TO WS-Parse-FracDigits
                           END-IF
                       END-IF
                   WHEN OTHER
                       GO TO Parse-Coordinate-Exit
               END-EVALUATE
           END-PERFORM
           IF WS-Parse-Digits = ZERO
               GO TO Parse-Coordinate-Exit
           END-IF
           MOVE 1 TO WS-Frac-Scale
           PERFORM VARYING WS-Parse-Idx FROM 1 BY 1
                   UNTIL WS-Parse-Idx > WS-Parse-FracDigits
               COMPUTE WS-Frac-Scale = WS-Frac-Scale * 10
           END-PERFORM
           COMPUTE WS-Coord-Num =
               WS-Parse-Frac / WS-Frac-Scale
           ADD WS-Parse-Int TO WS-Coord-Num
           IF WS-Parse-Sign < ZERO
               COMPUTE WS-Coord-Num = ZERO - WS-Coord-Num
           END-IF
           MOVE "Y" TO WS-Coord-Valid.
       Parse-Coordinate-Exit.
           EXIT.

      * Severity-Rank's score, weight for weight.
       Score-One-Crash.
           MOVE 1 TO WS-Crash-Score
           IF FatalityBool = 1
               ADD 50 TO WS-Crash-Score
           END-IF
           IF InjuryBool = 1
               ADD 10 TO WS-Crash-Score
           END-IF
           IF NumPass IS NUMERIC
               MOVE NumPass TO WS-Pass-Count
               ADD WS-Pass-Count TO WS-Crash-Score
           END-IF
           IF NumPed IS NUMERIC
               MOVE NumPed TO WS-Ped-Count
               COMPUTE WS-Crash-Score =
                   WS-Crash-Score + (5 * WS-Ped-Count)
           END-IF
           IF WorkArea NOT = SPACE
               ADD 5 TO WS-Crash-Score
           END-IF.

      * Reduces the point's values to the text both files carry. A
      * PUBLIC export rounds each coordinate to three decimals
      * (about a city block) before it is ever written.
       Format-Point-Values.
           IF Public-Profile
               COMPUTE WS-Round-Num ROUNDED = WS-Lat-Num
               MOVE WS-Round-Num TO WS-Public-Edit
               MOVE WS-Public-Edit TO WS-Left-Text
               PERFORM Left-Trim-Text
               MOVE WS-Left-Text TO WS-Lat-Text
               COMPUTE WS-Round-Num ROUNDED = WS-Long-Num
               MOVE WS-Round-Num TO WS-Public-Edit
               MOVE WS-Public-Edit TO WS-Left-Text
               PERFORM Left-Trim-Text
               MOVE WS-Left-Text TO WS-Long-Text
           ELSE
               MOVE WS-Lat-Num TO WS-Full-Edit
               MOVE WS-Full-Edit TO WS-Left-Text
               PERFORM Left-Trim-Text
               MOVE WS-Left-Text TO WS-Lat-Text
               MOVE WS-Long-Num TO WS-Full-Edit
               MOVE WS-Full-Edit TO WS-Left-Text
               PERFORM Left-Trim-Text
               MOVE WS-Left-Text TO WS-Long-Text
           END-IF
           IF Year IS NUMERIC AND MONTH IS NUMERIC AND DOM IS NUMERIC
               MOVE Year TO WS-DT-Year
               MOVE MONTH TO WS-DT-Month
               MOVE DOM TO WS-DT-Day
           ELSE
               MOVE ZERO TO WS-DT-Year
               MOVE ZERO TO WS-DT-Month
               MOVE ZERO TO WS-DT-Day
           END-IF
           IF THour IS NUMERIC AND TMin IS NUMERIC
               MOVE THour TO WS-TT-Hour
               MOVE TMin TO WS-TT-Min
           ELSE
               MOVE ZERO TO WS-TT-Hour
               MOVE ZERO TO WS-TT-Min
           END-IF
           IF FatalityBool = 1
               MOVE "1" TO WS-Fatal-Text
           ELSE
               MOVE "0" TO WS-Fatal-Text
           END-IF
           IF InjuryBool = 1
               MOVE "1" TO WS-Injury-Text
           ELSE
               MOVE "0" TO WS-Injury-Text
           END-IF
           MOVE WS-Crash-Score TO WS-Score-Edit
           MOVE WS-Score-Edit TO WS-Left-Text
           PERFORM Left-Trim-Text
           MOVE WS-Left-Text TO WS-Score-Text.

      * One Feature per line; every feature after the first opens
      * with the comma that separates it from the one before.
       Write-GeoJson-Feature.
           MOVE SPACE TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           IF WS-Export-Count > ZERO
               STRING "," DELIMITED BY SIZE
                   INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           END-IF
           STRING '{"type":"Feature","geometry":{"type":"Point",'
               '"coordinates":[' DELIMITED BY SIZE
               WS-Long-Text DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-Lat-Text DELIMITED BY SPACE
               ']},"properties":{"CrashID":"' DELIMITED BY SIZE
               CrashID DELIMITED BY SIZE
               '","Date":"' DELIMITED BY SIZE
               WS-Date-Text DELIMITED BY SIZE
               '","Time":"' DELIMITED BY SIZE
               WS-Time-Text DELIMITED BY SIZE
               '","LocCode":"' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           SET Escape-For-Json TO TRUE
           MOVE LocCode TO WS-Esc-Text
           PERFORM Append-Escaped
           STRING '","Fatal":' DELIMITED BY SIZE
               WS-Fatal-Text DELIMITED BY SIZE
               ',"Injury":' DELIMITED BY SIZE
               WS-Injury-Text DELIMITED BY SIZE
               ',"Severity":' DELIMITED BY SIZE
               WS-Score-Text DELIMITED BY SPACE
               ',"SrcAgency":"' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE SrcAgency TO WS-Esc-Text
           PERFORM Append-Escaped
           STRING '","CoordSrc":"' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE CoordSrc TO WS-Esc-Text
           PERFORM Append-Escaped
           IF NOT Public-Profile
               STRING '","WorkArea":"' DELIMITED BY SIZE
                   INTO WS-Out-Line WITH POINTER WS-Out-Ptr
               MOVE WorkArea TO WS-Esc-Text
               PERFORM Append-Escaped
               STRING '","GeoLoc":"' DELIMITED BY SIZE
                   INTO WS-Out-Line WITH POINTER WS-Out-Ptr
               MOVE GeoLoc TO WS-Esc-Text
               PERFORM Append-Escaped
           END-IF
           STRING '"}}' DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Out-Line TO GeoJsonRec
           WRITE GeoJsonRec.

      * One Placemark per line, named for the CrashID, with the
      * same values as ExtendedData.
       Write-Kml-Placemark.
           MOVE SPACE TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           STRING "<Placemark><name>" DELIMITED BY SIZE
               CrashID DELIMITED BY SIZE
               "</name><ExtendedData>" DELIMITED BY SIZE
               '<Data name="CrashID"><value>' DELIMITED BY SIZE
               CrashID DELIMITED BY SIZE
               '</value></Data><Data name="Date"><value>'
               DELIMITED BY SIZE
               WS-Date-Text DELIMITED BY SIZE
               '</value></Data><Data name="Time"><value>'
               DELIMITED BY SIZE
               WS-Time-Text DELIMITED BY SIZE
               '</value></Data><Data name="LocCode"><value>'
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           SET Escape-For-Kml TO TRUE
           MOVE LocCode TO WS-Esc-Text
           PERFORM Append-Escaped
           STRING '</value></Data><Data name="Fatal"><value>'
               DELIMITED BY SIZE
               WS-Fatal-Text DELIMITED BY SIZE
               '</value></Data><Data name="Injury"><value>'
               DELIMITED BY SIZE
               WS-Injury-Text DELIMITED BY SIZE
               '</value></Data><Data name="Severity"><value>'
               DELIMITED BY SIZE
               WS-Score-Text DELIMITED BY SPACE
               '</value></Data><Data name="SrcAgency"><value>'
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE SrcAgency TO WS-Esc-Text
           PERFORM Append-Escaped
           STRING '</value></Data><Data name="CoordSrc"><value>'
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE CoordSrc TO WS-Esc-Text
           PERFORM Append-Escaped
           IF NOT Public-Profile
               STRING '</value></Data><Data name="WorkArea"><value>'
                   DELIMITED BY SIZE
                   INTO WS-Out-Line WITH POINTER WS-Out-Ptr
               MOVE WorkArea TO WS-Esc-Text
               PERFORM Append-Escaped
               STRING '</value></Data><Data name="GeoLoc"><value>'
                   DELIMITED BY SIZE
                   INTO WS-Out-Line WITH POINTER WS-Out-Ptr
               MOVE GeoLoc TO WS-Esc-Text
               PERFORM Append-Escaped
           END-IF
           STRING "</value></Data></ExtendedData><Point><coordinates>"
               DELIMITED BY SIZE
               WS-Long-Text DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-Lat-Text DELIMITED BY SPACE
               "</coordinates></Point></Placemark>" DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           MOVE WS-Out-Line TO KmlRec
           WRITE KmlRec.

      * Appends WS-Esc-Text, trailing blanks dropped, escaping the
      * characters the target file reserves: quote and backslash
      * for GeoJSON, ampersand and angle brackets for KML. Any other
      * control byte in the free text goes out as a blank.
       Append-Escaped.
           MOVE 90 TO WS-Esc-Len
           PERFORM UNTIL WS-Esc-Len = ZERO
                   OR WS-Esc-Text(WS-Esc-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Esc-Len
           END-PERFORM
           PERFORM VARYING WS-Esc-Idx FROM 1 BY 1
                   UNTIL WS-Esc-Idx > WS-Esc-Len
               MOVE WS-Esc-Text(WS-Esc-Idx:1) TO WS-Esc-Char
               IF WS-Esc-Char < SPACE
                   MOVE SPACE TO WS-Esc-Char
               END-IF
               EVALUATE TRUE
                   WHEN Escape-For-Json AND WS-Esc-Char = '"'
                       STRING '\"' DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                   WHEN Escape-For-Json AND WS-Esc-Char = "\"
                       STRING "\\" DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                   WHEN Escape-For-Kml AND WS-Esc-Char = "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                   WHEN Escape-For-Kml AND WS-Esc-Char = "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                   WHEN Escape-For-Kml AND WS-Esc-Char = ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                   WHEN OTHER
                       STRING WS-Esc-Char DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
               END-EVALUATE
           END-PERFORM.

      * Shifts an edited number in WS-Left-Text to the left.
       Left-Trim-Text.
           MOVE 1 TO WS-Left-Idx
           PERFORM UNTIL WS-Left-Idx > 20
                   OR WS-Left-Text(WS-Left-Idx:1) NOT = SPACE
               ADD 1 TO WS-Left-Idx
           END-PERFORM
           IF WS-Left-Idx > 1 AND WS-Left-Idx <= 20
               MOVE WS-Left-Text(WS-Left-Idx:) TO WS-Left-Work
               MOVE WS-Left-Work TO WS-Left-Text
           END-IF.

       Append-Left-Trimmed.
           PERFORM Left-Trim-Text
           STRING WS-Left-Text DELIMITED BY SPACE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr.
