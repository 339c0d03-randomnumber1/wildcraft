               'MDPMENU OPTION ALREADY EXISTS                        '.
           05  FILLER PIC X(53) VALUE
               'MAUINVALID AUTHORITY LEVEL - KEY 2 DIGITS            '.
           05  FILLER PIC X(53) VALUE
               'SNFSCHEDULE ENTRY NOT FOUND                          '.
           05  FILLER PIC X(53) VALUE
               'SDPSCHEDULE ENTRY ALREADY EXISTS                     '.
           05  FILLER PIC X(53) VALUE
               'STYINVALID ENTRY TYPE - USE J H OR P                 '.
           05  FILLER PIC X(53) VALUE
               'SFQINVALID FREQUENCY - USE D W M OR P                '.
           05  FILLER PIC X(53) VALUE
               'SDTINVALID CALENDAR DATE - USE YYYYMMDD              '.
           05  FILLER PIC X(53) VALUE
               'DPNPARENT DEPARTMENT NOT ON FILE                     '.
           05  FILLER PIC X(53) VALUE
               'DLPPARENT WOULD MAKE A REPORTING LOOP                '.
           05  FILLER PIC X(53) VALUE
               'MGRMANAGER MUST BE AN ACTIVE EMPLOYEE                '.
           05  FILLER PIC X(53) VALUE
               'DPCDEPARTMENT HAS SUB-DEPARTMENTS - NOT DELETED      '.
           05  FILLER PIC X(53) VALUE
               'XNFPENDING TRANSFER NOT FOUND                        '.
           05  FILLER PIC X(53) VALUE
               'XACINVALID ACTION - USE C TO CHANGE OR X TO CANCEL   '.
           05  FILLER PIC X(53) VALUE
               'XRSKEY A REASON TO CANCEL THE TRANSFER               '.
           05  FILLER PIC X(53) VALUE
               'XNCKEY A NEW EFFECTIVE DATE OR DEPARTMENT            '.
           05  FILLER PIC X(53) VALUE
               'TFGFIGURE MUST BE NUMERIC - UP TO 2 DECIMAL PLACES   '.
           05  FILLER PIC X(53) VALUE
               'TMTTHE TAPE IS EMPTY                                 '.
           05  FILLER PIC X(53) VALUE
               'TUNNOTHING ON THE TAPE TO UNDO                       '.
           05  FILLER PIC X(53) VALUE
               'TPRTAPE SENT TO THE NIGHTLY PRINT                    '.
           05  FILLER PIC X(53) VALUE
               'CSNSTAGED ENTRY NOT FOUND                            '.
           05  FILLER PIC X(53) VALUE
               'CSAINVALID ACTION - USE C D OR R                     '.
           05  FILLER PIC X(53) VALUE
               'CSLENTRY ALREADY UNLOADED FOR TONIGHT - NOT CHANGED  '.
           05  FILLER PIC X(53) VALUE
               'CRNRESULT LINE NOT FOUND                             '.
           05  FILLER PIC X(53) VALUE
               'CRKRESULT LINE WAS NOT REJECTED - NOTHING TO CORRECT '.
           05  FILLER PIC X(53) VALUE
               'CRDRESULT LINE ALREADY RESUBMITTED                   '.
           05  FILLER PIC X(53) VALUE
               'CSPCORRECT THE INPUTS AND PRESS ENTER TO RESUBMIT    '.
           05  FILLER PIC X(53) VALUE
               'SGAOPERATOR ALREADY SIGNED ON AT TERMINAL            '.
           05  FILLER PIC X(53) VALUE
               'SGVSUPERVISOR OVERRIDE NOT ACCEPTED                  '.
           05  FILLER PIC X(53) VALUE
               'EHNNO CHANGE HISTORY ON FILE FOR THAT EMPLOYEE       '.
           05  FILLER PIC X(53) VALUE
               'CSWSTAGED ENTRY COULD NOT BE ADDED                   '.
           05  FILLER PIC X(53) VALUE
               'CSUSTAGED ENTRY COULD NOT BE CHANGED OR WITHDRAWN    '.
           05  FILLER PIC X(53) VALUE
               'BSWBROADCAST MESSAGE COULD NOT BE SAVED              '.
           05  FILLER PIC X(53) VALUE
               'OK                                                   '.
       01  WS-MSG-TABLE REDEFINES WS-MSG-TABLE-DATA.
           05  WS-MSG-ENTRY OCCURS 75 TIMES INDEXED BY WS-MSG-IDX.
               10  WS-MSG-CODE     PIC X(03).
               10  WS-MSG-TEXT     PIC X(50).
       01  WS-MSG-LOOKUP-CODE      PIC X(03).
           88  MSG-MENU-NOT-FOUND      VALUE 'MNF'.
           88  MSG-MENU-DUPLICATE      VALUE 'MDP'.
           88  MSG-BAD-AUTH-LEVEL      VALUE 'MAU'.
           88  MSG-SCHD-NOT-FOUND      VALUE 'SNF'.
           88  MSG-SCHD-DUPLICATE      VALUE 'SDP'.
           88  MSG-BAD-SCHD-TYPE       VALUE 'STY'.
           88  MSG-BAD-SCHD-FREQ       VALUE 'SFQ'.
           88  MSG-BAD-SCHD-DATE       VALUE 'SDT'.
           88  MSG-PARENT-NOT-FOUND    VALUE 'DPN'.
           88  MSG-PARENT-LOOP         VALUE 'DLP'.
           88  MSG-BAD-MANAGER         VALUE 'MGR'.
           88  MSG-DEPT-HAS-CHILDREN   VALUE 'DPC'.
           88  MSG-XFER-NOT-FOUND      VALUE 'XNF'.
           88  MSG-BAD-XFER-ACTION     VALUE 'XAC'.
           88  MSG-XFER-REASON-REQD    VALUE 'XRS'.
           88  MSG-XFER-NO-CHANGE      VALUE 'XNC'.
           88  MSG-TAPE-FIGURE-BAD     VALUE 'TFG'.
           88  MSG-TAPE-EMPTY          VALUE 'TMT'.
           88  MSG-TAPE-NO-UNDO        VALUE 'TUN'.
           88  MSG-TAPE-PRINTED        VALUE 'TPR'.
           88  MSG-STAGE-NOT-FOUND     VALUE 'CSN'.
           88  MSG-BAD-STAGE-ACTION    VALUE 'CSA'.
           88  MSG-STAGE-LOCKED        VALUE 'CSL'.
           88  MSG-RESULT-NOT-FOUND    VALUE 'CRN'.
           88  MSG-RESULT-NOT-REJECTED VALUE 'CRK'.
           88  MSG-RESULT-RESUBMITTED  VALUE 'CRD'.
           88  MSG-STAGE-PULLED        VALUE 'CSP'.
           88  MSG-SIGNED-ON-ELSEWHERE VALUE 'SGA'.
           88  MSG-BAD-OVERRIDE        VALUE 'SGV'.
           88  MSG-NO-EMP-HISTORY      VALUE 'EHN'.
           88  MSG-STAGE-NOT-ADDED     VALUE 'CSW'.
           88  MSG-STAGE-NOT-UPDATED   VALUE 'CSU'.
           88  MSG-BCAST-NOT-SAVED     VALUE 'BSW'.
           88  MSG-OK                  VALUE 'OK '.
