000020* CTLCARD - SHARED CONTROLCD PARAMETER CARD LAYOUT
000030*----------------------------------------------------------------
000040* SUPPLIES THE CONTROL-CARD-RECORD LAYOUT READ BY WITNESS-SEED-3,
000050* WITNESS-INIT AND WITNESS-SENSEDIT AND PUNCHED BY WITNESS-CALSTG,
000060* SO NONE KEEPS A HAND-KEYED COPY OF THE CARD THAT CAN DRIFT APART
000070* THE WAY SEEDREC'S COPIES ONCE DID.  EVERY FIELD IS UNSIGNED
000080* DISPLAY DIGITS WITH AN ASSUMED DECIMAL POINT WHERE SHOWN; SEE
000090* DATA/CONTROLCD.SAMPLE FOR A FILLED-IN CARD.
000363*----------------------------------------------------------------
000365* PREDICTIVE DIVERGENCE WARNING: WHEN CC2-DIVWARN-BLOCKS IS
000367* NONZERO, THE MAIN LOOP PROJECTS THE LARGEST OSCILLATOR
000369* FORWARD THAT MANY CHECKPOINT BLOCKS (CC3-CKPT-EVERY STEPS) AT
000371* THE BLOCK'S PEAK I-DOT AND WARNS (ALERTOUT AND OPSLOG) WHILE
000373* THE RUN IS STILL HEALTHY, INSTEAD OF ABENDING AT THE GUARD.
000375* CC2-SOFT-STOP "Y" ADDITIONALLY ENDS THE RUN CLEANLY AFTER THE
000377* NEXT CHECKPOINT WITH STATUS P AND ITS OWN RETURN CODE 6.
000379*----------------------------------------------------------------
000381     05  CC2-DIVWARN-BLOCKS      PIC 9(03).
000383     05  CC2-SOFT-STOP           PIC X(01).
000411     05  CC2-WARM-MODE           PIC X(01).
000413     05  CC2-WARM-RUN-ID         PIC 9(08).
000415     05  CC2-WARM-T              PIC 9(07).
000417*----------------------------------------------------------------
000420* CC2-INTEGRATOR SELECTS THE OSCILLATOR UPDATE:
000430*   E (OR SPACE) - EXPLICIT EULER, ONE RWD-DYNAMICS EVALUATION
000440*                  PER STEP, TODAY'S BEHAVIOR.
000450*   H            - HEUN PREDICTOR-CORRECTOR (RK2): A SECOND
000460*                  EVALUATION AT THE EULER-PREDICTED STATE, THE
000470*                  STEP TAKEN ON THE AVERAGE OF THE TWO SLOPES.
000480* EITHER WAY PHASE ADVANCES BY THE DT ACTUALLY APPLIED.  THE
000490* APPLIED METHOD GOES TO REG-INTEGRATOR ON THE REGISTRY.
000500*----------------------------------------------------------------
000510     05  CC2-INTEGRATOR          PIC X(01).
000520*----------------------------------------------------------------
000530* CC2-KAIROS-SHADOW "Y" RUNS KAIROS OBSERVE-ONLY: THE TRIGGER, THE
000540* HYSTERESIS AND THE KLADDER LADDER RUN EXACTLY AS CONFIGURED, BUT
000550* NO CORRECTION IS APPLIED.  EACH WOULD-HAVE-FIRED EVENT GOES TO
000560* KAIROSAU WITH AUD-SHADOW "Y" AND RECOVERY TRACKING CARRIES ON,
000570* SO KAIRECOV SHOWS HOW THE UNCORRECTED POPULATION BEHAVED.  THE
000580* REGISTRY ENTRY CARRIES REG-SHADOW SO THE TREND, GATE AND
000590* CHARGEBACK SIDE KEEP THESE RUNS OUT OF PRODUCTION STATISTICS.
000600* N (OR SPACE) - CORRECTIONS APPLIED, TODAY'S BEHAVIOR.
000610*----------------------------------------------------------------
000620     05  CC2-KAIROS-SHADOW       PIC X(01).
000630*----------------------------------------------------------------
000640* CC2-ASSIM-MODE SELECTS HOW IO-SENSE PACES THE SENSOR FEED:
000650*   S (OR SPACE) - ONE FRAME PER STEP IN SEQUENCE ORDER, TODAY'S
000660*                  BEHAVIOR.
000670*   T            - TIME-ALIGNED: MODEL TIME (THE DT ACCUMULATED
000680*                  OVER THE RUN) TIMES CC2-ASSIM-SCALE IS SECONDS
000690*                  OF CAPTURE CLOCK PAST CC2-ASSIM-ANCHOR.
000700*                  A FRAME IS APPLIED WHEN MODEL TIME REACHES ITS
000710*                  SENSOR-CAPTURE-TS, AND THE STEPS BETWEEN TWO
000720*                  FRAMES ARE INTERPOLATED LINEARLY BETWEEN THEM
000730*                  INSTEAD OF HOLDING THE OLDER ONE.
000740* CC2-ASSIM-ANCHOR IS YYYYMMDDHHMMSS; BLANK ANCHORS ON THE FIRST
000750* FRAME'S CAPTURE TIME.  CC2-ASSIM-SCALE IS CAPTURE SECONDS PER
000760* UNIT OF MODEL TIME; BLANK OR ZERO MEANS 1.  ALL THREE RIDE IN
000770* THE CHECKPOINT, SO A RESTART KEEPS THE CLOCK IT STARTED WITH.
000780*----------------------------------------------------------------
000790     05  CC2-ASSIM-MODE          PIC X(01).
000800     05  CC2-ASSIM-ANCHOR        PIC X(14).
000810     05  CC2-ASSIM-SCALE         PIC 9(05)V9(04).
000820*----------------------------------------------------------------
000830* CC2-PROFILE NAMES THE RUNCAL CONFIGURATION PROFILE THE DECK WAS
000840* STAGED FROM.  WITNESS-CALSTG PUNCHES IT WHEN IT STAGES TONIGHT'S
000850* PROFILE (CREATING A SECOND CARD IF THE PROFILE HAS ONLY ONE) AND
000860* WITNESS-SEED-3 CARRIES IT TO REG-PROFILE.  SPACES - A DECK
000870* MAINTAINED BY HAND.
000880*----------------------------------------------------------------
000890     05  CC2-PROFILE             PIC X(08).
000900*----------------------------------------------------------------
000910* CC2-COST-CENTER AND CC2-PROJECT SAY WHO PAYS FOR THE RUN.
000920* WITNESS-INIT VALIDATES THEM AGAINST THE COST-CENTER MASTER
000930* (SEE COPY/CCMREC.CPY) - AN UNKNOWN OR CLOSED COST CENTER, OR A
000940* PROJECT NOT ON FILE UNDER IT, FAILS THE DECK.  WITNESS-SEED-3
000950* CARRIES THEM TO REG-COST-CENTER/REG-PROJECT AND ACCTOUT, AND
000960* WITNESS-BILL CHARGES THE RUN TO THEM AT MONTH END.  SPACES -
000970* NOT ASSIGNED (A WARNING, NOT AN ERROR): THE RUN IS BILLED TO
000980* THE UNASSIGNED SUSPENSE LINE.
000990*----------------------------------------------------------------
001000     05  CC2-COST-CENTER         PIC X(05).
001010     05  CC2-PROJECT             PIC X(06).
001020*----------------------------------------------------------------
001030* OPTIONAL THIRD CARD - OUTPUT CADENCES, IN STEPS.  THE SECOND
001040* CARD IS FULL; A DECK WITH A THIRD CARD MUST CARRY A SECOND, EVEN
001050* A BLANK ONE.  BLANK OR ZERO TAKES THE 1000-STEP DEFAULT, BUT
001060* A BLANK CC3-STATE-EVERY FOLLOWS CC3-CKPT-EVERY.
001070*   CC3-CKPT-EVERY    - CHECKPOINT, AND WITH IT PERFLOG, THE
001080*                       STATBCN BEACON, THE OPRCMD POLL, THE
001090*                       DIVERGENCE TREND BLOCK AND THE KCTLCFG
001100*                       CONTROLLER BLOCK.
001110*   CC3-SEEDOUT-EVERY - IO-OUTPUT'S SEEDOUT RECORD.
001120*   CC3-STATE-EVERY   - THE STATELKP RECORD WITNESS-REPLAY STARTS
001130*                       FROM.  WITNESS-INIT FAILS THE DECK UNLESS
001140*                       IT IS A MULTIPLE OF CC3-CKPT-EVERY, SO
001150*                       EVERY REPLAY START POINT IS ALSO A RESTART
001160*                       POINT.
001170*   CC3-CLSTMET-EVERY - RWD-CLUSTERMET'S CLSTMET RECORDS.
001180* WITNESS-SEED-3 RECORDS THE APPLIED CADENCES ON RUNREGST (SEE
001190* REG-CKPT-EVERY IN COPY/RUNREG.CPY) AND THE READERS OF THESE
001200* DATASETS TAKE THEM FROM THERE.
001210*----------------------------------------------------------------
001220 01  CONTROL-CARD-RECORD-3.
001230     05  CC3-CKPT-EVERY          PIC 9(05).
001240     05  CC3-SEEDOUT-EVERY       PIC 9(05).
001250     05  CC3-STATE-EVERY         PIC 9(05).
001260     05  CC3-CLSTMET-EVERY       PIC 9(05).
001270     05  FILLER                  PIC X(60).
