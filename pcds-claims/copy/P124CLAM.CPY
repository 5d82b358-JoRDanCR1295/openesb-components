      **                                            PROJECTED PRODDATE*         
      ** USER:  START:   TICKET # AND COMMENTS                  YYMMDD*         
      ** ------ -------- ------------------------------------- -------*         
      ** RTC    10/15/26 ADDED 88 A0-HL7-ENTRY (H) ON          E261015*         
      **                 A0-ENTRY-SOURCE FOR JOBS BUILT        E261015*         
      **                 FROM HL7 DFT CHARGE MESSAGES          E261015*         
      **                 (PCD236).                             E261015*         
      ** RTC    10/15/26 ADDED A0-ENTRY-SOURCE AND             E261015*         
      **                 A0-KEYED-OPERATOR-ID (OUT OF THE A0   E261015*         
      **                 FILLER, 16 TO 7) SO A JOB KEYED       E261015*         
      **                 ONLINE CARRIES ITS OPERATOR ID TO     E261015*         
      **                 THE PCDJOBST DASHBOARD ROW.           E261015*         
      ** RTC    10/15/26 ADDED 5010 FORMAT CODES 5010X22       E261015*         
      **                 (X12N-837-PROF-5010, 005010X222A1)    E261015*         
      **                 AND 5010X24 (X12N-837-DENTAL-5010,    E261015*         
      **                 005010X224A2) AND X12N-837-5010.      E261015*         
      ** RTC    10/15/26 ADDED INSTITUTIONAL (837I/UB-04)      E261015*         
      **                 BATCH TYPE I01 (B0-INSTITUTIONAL-     E261015*         
      **                 BATCH), FORMAT 4010X96 (X12N-837-     E261015*         
      **                 INST-4010), CLAIM RECORDS I0, I1,     E261015*         
      **                 I2 AND I3 AND THE FR REVENUE LINE.    E261015*         
      ** MCO    20040917 04081228445 ADDED THE FOLLOWING       E0409__*         
      **                 FIELD: D1-PATIENT-ID-2                E0409__*         
      **                 CHANGED FILLER FROM 55 TO 25          E0409__*         
                   88  EW-CLAIM-ATTACH-REC          VALUE 'EW'.                 
                   88  EX-HOME-HEALTH-REC           VALUE 'EX'.                 
                   88  EY-NOTE-REC                  VALUE 'EY'.                 
                   88  I0-INST-CLAIM-DATA-REC       VALUE 'I0'.                 
                   88  I1-INST-OCCURRENCE-REC       VALUE 'I1'.                 
                   88  I2-INST-VALUE-CODE-REC       VALUE 'I2'.                 
                   88  I3-INST-COND-PROC-REC        VALUE 'I3'.                 
                   88  F0-SERVICES-PERF-REC         VALUE 'F0'.                 
                   88  F1-TPO-REPRICE-REC           VALUE 'F1'.                 
                   88  F2-MCARE-SUPPL-REC           VALUE 'F2'.                 
                   88  FK-STATE-LOCAL-REC           VALUE 'FK'.                 
                   88  FN-ADDL-SVC-LN-REC           VALUE 'FN'.                 
                   88  FP-ADDL-SVC-LN-REC           VALUE 'FP'.                 
                   88  FR-REVENUE-LINE-REC          VALUE 'FR'.                 
                   88  G0-DME-REC                   VALUE 'G0'.                 
                   88  GA-AMB-CERT-REC              VALUE 'GA'.                 
                   88  GB-DMEPOS-CERT-REC           VALUE 'GB'.                 
                                    'F0' 'F1' 'F2' 'F3' 'F4' 'F5'               
                                    'F6' 'F7' 'F8' 'F9'                         
                                    'FA' 'FB' 'FD' 'FK' 'FN' 'FP'               
                                    'FR'                                        
                                    'G0'                                        
                                    'GA' 'GB' 'GC' 'GD' 'GP' 'GQ'               
                                    'GR' 'GS' 'GT' 'GU' 'GV' 'GX' 'GY'          
                                    'H0'                                        
                                    'I0' 'I1' 'I2' 'I3'                         
0407JW                              'KP' 'KR' 'KS' 'KT' 'KZ'                    
                                         'X0' 'XA'.                             
                                                                                
                   88 PCDS-320-WEBMD-ADA-100      VALUE '0001A00'.              
                   88 X12N-837-PROF-4010          VALUE '4010X98'.              
                   88 X12N-837-DENTAL-4010        VALUE '4010X97'.              
                   88 X12N-837-INST-4010          VALUE '4010X96'.              
                   88 X12N-837-PROF-5010          VALUE '5010X22'.              
                   88 X12N-837-DENTAL-5010        VALUE '5010X24'.              
                   88 X12N-837-5010               VALUE '5010X22'               
                                                        '5010X24'.              
                   88 NSF-200-MEDICAL             VALUE 'NSF2M00'.              
                   88 NSF-200-DENTAL              VALUE 'NSF2D00'.              
                                                                                
                                                        '0001A00'               
                                                        '4010X98'               
                                                        '4010X97'               
                                                        '4010X96'               
                                                        '5010X22'               
                                                        '5010X24'               
                                                        'NSF2M00'               
                                                        'NSF2D00'.              
                                                                                
                   88  A0-NON-CHRGBL-REXMIT                VALUE 8.             
                   88  A0-CHRGBL-REXMIT                    VALUE 9.             
               10  A0-REEL-SERIAL-NO         PIC X(006).                        
               10  A0-ENTRY-SOURCE           PIC X(001).                        
                   88  A0-KEYED-ENTRY                      VALUE 'K'.           
                   88  A0-HL7-ENTRY                        VALUE 'H'.           
               10  A0-KEYED-OPERATOR-ID      PIC X(008).                        
               10  FILLER                    PIC X(007).                        
               10  A0-TEST-PROD-IND          PIC X(004).                        
               10  A0-NCCS-VENDOR-ID         PIC X(008).                        
               10  A0-MCDS-DATE-TIME.                                           
                   88  B0-DENTAL-BATCH                     VALUE 'D01'.         
                   88  B0-DENTAL-ENCOUNTERS                VALUE 'D02'.         
                   88  B0-PHARMACY-BATCH                   VALUE 'P01'.         
                   88  B0-INSTITUTIONAL-BATCH              VALUE 'I01'.         
                   88  B0-VALID-BATCH-TYPE VALUE '100' '101' '102'              
                                                 'D01' 'D02' 'P01'              
                                                 'I01'.                         
               10  B0-BATCH-NUM                   PIC 9(002).                   
                   88  B0-VALID-BATCH-NUM  VALUE 1 THRU 99.                     
               10  B0-BATCH-NUM-X REDEFINES                                     
                   E0-CLAIM-DATE                  PIC X(008).                   
               10  E0-TYPE-OF-CLAIM               PIC X(003).                   
                   88  E0-VALID-CLAIM-TYPE                                      
                           VALUE '100' '101' '102' 'D01' 'D02'                  
                                 'I01'.                                         
               10  E0-TYPE-CLAIM         REDEFINES                              
                   E0-TYPE-OF-CLAIM.                                            
                   15  E0-TYPE-CLAIM-1-2          PIC X(002).                   
               10  EY-CLAIM-NOTE-QUAL-2           PIC X(003).                   
               10  EY-CLAIM-NOTE-2                PIC X(080).                   
                                                                                
      *----------------------------------------------------------------*        
      *     INSTITUTIONAL CLAIM DATA - UB-04          (RTI0)           *        
      *     TYPE OF BILL, STATEMENT PERIOD, ADMISSION/DISCHARGE,       *        
      *     PRINCIPAL PROCEDURE AND ATTENDING/OPERATING PHYSICIAN.     *        
      *     BATCH TYPE I01 ONLY.                                       *        
      *----------------------------------------------------------------*        
                                                                                
           05  PCDS-I0-RECORD REDEFINES PCDS-00-RECORD.                         
               10  I0-REC-TYPE                    PIC X(002).                   
                       88  I0-REC                     VALUE 'I0'.               
               10  FILLER                         PIC X(002).                   
               10  I0-SUB-SEQ-NUM                 PIC 9(002).                   
               10  I0-PAT-CNTL-NO                 PIC X(020).                   
               10  I0-TYPE-OF-BILL                PIC X(003).                   
               10  I0-TYPE-OF-BILL-R     REDEFINES                              
                   I0-TYPE-OF-BILL.                                             
                   15  I0-TOB-FACILITY            PIC X(002).                   
                   15  I0-TOB-FREQUENCY           PIC X(001).                   
               10  I0-STMT-FROM-DATE              PIC 9(008).                   
               10  I0-STMT-FROM-DATE-X   REDEFINES                              
                   I0-STMT-FROM-DATE              PIC X(008).                   
               10  I0-STMT-THRU-DATE              PIC 9(008).                   
               10  I0-STMT-THRU-DATE-X   REDEFINES                              
                   I0-STMT-THRU-DATE              PIC X(008).                   
               10  I0-ADMIT-DATE                  PIC 9(008).                   
               10  I0-ADMIT-DATE-X       REDEFINES                              
                   I0-ADMIT-DATE                  PIC X(008).                   
               10  I0-ADMIT-HOUR                  PIC X(002).                   
               10  I0-ADMIT-TYPE                  PIC X(001).                   
                   88  I0-ADMIT-EMERGENCY                  VALUE '1'.           
                   88  I0-ADMIT-URGENT                     VALUE '2'.           
                   88  I0-ADMIT-ELECTIVE                   VALUE '3'.           
                   88  I0-ADMIT-NEWBORN                    VALUE '4'.           
                   88  I0-ADMIT-TRAUMA                     VALUE '5'.           
                   88  I0-VALID-ADMIT-TYPE                                      
                           VALUE '1' '2' '3' '4' '5' '9'.                       
               10  I0-ADMIT-SOURCE                PIC X(001).                   
               10  I0-DISCHARGE-HOUR              PIC X(002).                   
               10  I0-PATIENT-STATUS              PIC X(002).                   
                   88  I0-STILL-PATIENT                    VALUE '30'.          
               10  I0-PRIN-PROC-QUAL              PIC X(003).                   
               10  I0-PRIN-PROC-CODE              PIC X(007).                   
               10  I0-PRIN-PROC-DATE              PIC 9(008).                   
               10  I0-PRIN-PROC-DATE-X   REDEFINES                              
                   I0-PRIN-PROC-DATE              PIC X(008).                   
               10  I0-ADMIT-DIAG                  PIC X(008).                   
               10  I0-PAT-REASON-DIAG             PIC X(008).                   
               10  I0-ATTEND-NPI                  PIC X(010).                   
               10  I0-OPERATING-NPI               PIC X(010).                   
               10  I0-DRG-CODE                    PIC X(004).                   
               10  I0-TOT-NONCOV-CHRG             PIC 9(008)V99.                
               10  FILLER                         PIC X(063).                   
                                                                                
      *----------------------------------------------------------------*        
      *     INSTITUTIONAL OCCURRENCE CODES AND SPANS      (RTI1)       *        
      *----------------------------------------------------------------*        
                                                                                
           05  PCDS-I1-RECORD REDEFINES PCDS-00-RECORD.                         
               10  I1-REC-TYPE                    PIC X(002).                   
                       88  I1-REC                     VALUE 'I1'.               
               10  FILLER                         PIC X(002).                   
               10  I1-SUB-SEQ-NUM                 PIC 9(002).                   
               10  I1-PAT-CNTL-NO                 PIC X(020).                   
               10  I1-OCCURRENCE          OCCURS 8 TIMES                        
                                          INDEXED BY I1-OCC-INX.                
                   15  I1-OCCUR-CODE              PIC X(002).                   
                   15  I1-OCCUR-DATE              PIC 9(008).                   
               10  I1-OCCUR-SPAN          OCCURS 4 TIMES                        
                                          INDEXED BY I1-SPAN-INX.               
                   15  I1-SPAN-CODE               PIC X(002).                   
                   15  I1-SPAN-FROM-DATE          PIC 9(008).                   
                   15  I1-SPAN-THRU-DATE          PIC 9(008).                   
               10  FILLER                         PIC X(014).                   
                                                                                
      *----------------------------------------------------------------*        
      *     INSTITUTIONAL VALUE CODES                     (RTI2)       *        
      *----------------------------------------------------------------*        
                                                                                
           05  PCDS-I2-RECORD REDEFINES PCDS-00-RECORD.                         
               10  I2-REC-TYPE                    PIC X(002).                   
                       88  I2-REC                     VALUE 'I2'.               
               10  FILLER                         PIC X(002).                   
               10  I2-SUB-SEQ-NUM                 PIC 9(002).                   
               10  I2-PAT-CNTL-NO                 PIC X(020).                   
               10  I2-VALUE-INFO          OCCURS 12 TIMES                       
                                          INDEXED BY I2-INX.                    
                   15  I2-VALUE-CODE              PIC X(002).                   
                   15  I2-VALUE-AMT               PIC S9(008)V99.               
               10  FILLER                         PIC X(022).                   
                                                                                
      *----------------------------------------------------------------*        
      *     INSTITUTIONAL CONDITION CODES, OTHER PROCEDURES AND        *        
      *     OTHER DIAGNOSES BEYOND THE FOUR CARRIED ON E0  (RTI3)      *        
      *----------------------------------------------------------------*        
                                                                                
           05  PCDS-I3-RECORD REDEFINES PCDS-00-RECORD.                         
               10  I3-REC-TYPE                    PIC X(002).                   
                       88  I3-REC                     VALUE 'I3'.               
               10  FILLER                         PIC X(002).                   
               10  I3-SUB-SEQ-NUM                 PIC 9(002).                   
               10  I3-PAT-CNTL-NO                 PIC X(020).                   
               10  I3-CONDITION-CODE      OCCURS 11 TIMES                       
                                          INDEXED BY I3-COND-INX                
                                                  PIC X(002).                   
               10  I3-OTHER-PROC          OCCURS 5 TIMES                        
                                          INDEXED BY I3-PROC-INX.               
                   15  I3-OTHER-PROC-CODE         PIC X(007).                   
                   15  I3-OTHER-PROC-DATE         PIC 9(008).                   
               10  I3-OTHER-DIAG-CODE     OCCURS 8 TIMES                        
                                          INDEXED BY I3-DIAG-INX                
                                                  PIC X(008).                   
               10  FILLER                         PIC X(005).                   
                                                                                
      *---------------------------------------------------------------*         
      *            SERVICES  PERFORMED RECORD        (RTF0)           *         
      *---------------------------------------------------------------*         
               10  FP-CONTR-PREDET-NUM     PIC X(030).                          
               10  FILLER                  PIC X(006).                          
                                                                                
      *---------------------------------------------------------------*         
      *     INSTITUTIONAL REVENUE LINE - FOLLOWS ITS F0  (RTFR)       *         
      *---------------------------------------------------------------*         
                                                                                
           05  PCDS-FR-RECORD  REDEFINES PCDS-00-RECORD.                        
               10  FR-REC-SEQ-NUM.                                              
                   15  FR-REC-TYPE         PIC X(002).                          
                       88  FR-REC                          VALUE 'FR'.          
                   15  FR-SEQ-NUM          PIC 9(002).                          
                   15  FR-SEQ-NUM-X     REDEFINES                               
                       FR-SEQ-NUM          PIC X(002).                          
               10  FR-PAT-CNTL-NUM.                                             
                   15 FR-PCN-01-17         PIC X(017).                          
                   15 FR-PCN-18-20         PIC X(003).                          
               10  FR-REVENUE-CODE         PIC X(004).                          
               10  FR-NONCOV-CHRG          PIC 9(006)V99.                       
               10  FR-NONCOV-CHRG-X     REDEFINES                               
                   FR-NONCOV-CHRG          PIC X(008).                          
               10  FR-UNIT-RATE            PIC 9(006)V99.                       
               10  FILLER                  PIC X(148).                          
                                                                                
      *---------------------------------------------------------------*         
      *                                      (RTG0)                   *         
      *---------------------------------------------------------------*         
